      * PERCORRE OS AGENDAMENTOS DO DIA E PERMITE MARCAR *
      * CADA UM COMO CHEGOU, REALIZADA, NAO COMPARECEU OU *
      * CANCELADA, CARIMBANDO A HORA DE CHEGADA E O MOTIVO *
      * (DOMINIO "MO" DO LOOKUP). NA TELECONSULTA A CHEGADA *
      * VEM DA CONEXAO NA SALA VIRTUAL (CONEXTEL), NAO DAQUI *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LKCHAVE
                    FILE STATUS  IS ST-ERRO5.

            SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION  IS INDEXED
                    ACCESS MODE   IS DYNAMIC
                    RECORD KEY    IS CODIGO
                    FILE STATUS   IS ST-ERRO12.

            SELECT CARTPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CARCPF
                    FILE STATUS  IS ST-ERRO10.

            SELECT COBERT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECOB
                    FILE STATUS  IS ST-ERRO11.

            SELECT TELECON ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVETEL
                    FILE STATUS  IS ST-ERRO13.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
                   05 LKDOM             PIC X(02).
                   05 LKCOD             PIC X(02).
                03 LKDESC               PIC X(30).
      *
       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCADCONV.
                03 CODIGO            PIC 9(04).
                03 NOME              PIC X(30).
                03 TPPLANO           PIC 9(02).
                03 FILLER            PIC X(22).
                03 STATUSREG         PIC X(01).
      *
       FD CARTPAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CARTPAC.DAT".
       01 REGCARTPAC.
                03 CARCPF            PIC 9(11).
                03 CARCONV           PIC 9(04).
                03 CARNUM            PIC X(20).
                03 CARVALID          PIC 9(08).
                03 CARADESAO         PIC 9(08).
                03 STATUSREG         PIC X(01).
      *
       FD COBERT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "COBERT.DAT".
       01 REGCOBERT.
                03 CHAVECOB.
                   05 COBCONV           PIC 9(04).
                   05 COBPLANO          PIC 9(02).
                   05 COBPROC           PIC 9(04).
                03 COBCOBRE             PIC X(01).
                03 COBCARENCIA          PIC 9(03).
                03 STATUSREG            PIC X(01).
      *
       FD TELECON
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TELECON.DAT".
       01 REGTELECON.
                03 CHAVETEL.
                   05 TELCRM            PIC 9(06).
                   05 TELDATA           PIC 9(08).
                   05 TELHORA           PIC 9(04).
                   05 TELSEQ            PIC 9(02).
                03 TELCPF               PIC 9(11).
                03 TELLINK              PIC X(60).
                03 TELHRPAC             PIC 9(04).
                03 TELHRMED             PIC 9(04).
                03 FILLER               PIC X(20).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-OPCONV      PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 W-EOF         PIC 9(01) VALUE ZEROS.
       77 W-QTDDIA      PIC 9(04) VALUE ZEROS.
       01 W-HORAAGORA.
          03 W-HHMM     PIC 9(04).
          03 FILLER     PIC 9(04).
      *    VERIFICACAO DE ELEGIBILIDADE (CARTPAC E COBERT)
       77 ST-ERRO10     PIC X(02) VALUE "00".
       77 ST-ERRO11     PIC X(02) VALUE "00".
       77 ST-ERRO12     PIC X(02) VALUE "00".
       77 W-CTLCNV      PIC 9(01) VALUE ZEROS.
       77 W-CTLCAR      PIC 9(01) VALUE ZEROS.
       77 W-CTLCOB      PIC 9(01) VALUE ZEROS.
       77 W-ELGRES      PIC 9(01) VALUE ZEROS.
       77 W-ELGCPF      PIC 9(11) VALUE ZEROS.
       77 W-ELGCONV     PIC 9(04) VALUE ZEROS.
       77 W-ELGPROC     PIC 9(04) VALUE ZEROS.
       77 W-ELGDATA     PIC 9(08) VALUE ZEROS.
       77 W-ELGPLANO    PIC 9(02) VALUE ZEROS.
       77 W-ELGVALID    PIC 9(08) VALUE ZEROS.
       77 W-ELGADESAO   PIC 9(08) VALUE ZEROS.
       77 W-ELGDIAS     PIC S9(07) VALUE ZEROS.
       77 W-CONVPARTIC  PIC 9(04) VALUE 0001.
      *    TELECONSULTA (TELECON OPCIONAL)
       77 ST-ERRO13     PIC X(02) VALUE "00".
       77 W-CTLTEL      PIC 9(01) VALUE ZEROS.
       77 W-TELE        PIC 9(01) VALUE ZEROS.
       01 W-ELGDMA.
          03 W-ELGDIA   PIC 9(02).
          03 W-ELGMES   PIC 9(02).
          03 W-ELGANO   PIC 9(04).
      *    DIAS CORRIDOS PARA A CONTAGEM DA CARENCIA
       77 W-SERIAL1     PIC 9(07) VALUE ZEROS.
       77 W-SERIAL      PIC 9(07) VALUE ZEROS.
       77 W-ALEAP       PIC 9(04) VALUE ZEROS.
       77 W-Q4          PIC 9(04) VALUE ZEROS.
       77 W-Q100        PIC 9(04) VALUE ZEROS.
       77 W-Q400        PIC 9(04) VALUE ZEROS.
       01 W-CDATA.
          03 W-CANO     PIC 9(04).
          03 W-CMES     PIC 9(02).
          03 W-CDIA     PIC 9(02).
      *    DIAS ACUMULADOS NO INICIO DE CADA MES
       01 TAB-CUMD.
          03 FILLER     PIC 9(03) VALUE 000.
          03 FILLER     PIC 9(03) VALUE 031.
          03 FILLER     PIC 9(03) VALUE 059.
          03 FILLER     PIC 9(03) VALUE 090.
          03 FILLER     PIC 9(03) VALUE 120.
          03 FILLER     PIC 9(03) VALUE 151.
          03 FILLER     PIC 9(03) VALUE 181.
          03 FILLER     PIC 9(03) VALUE 212.
          03 FILLER     PIC 9(03) VALUE 243.
          03 FILLER     PIC 9(03) VALUE 273.
          03 FILLER     PIC 9(03) VALUE 304.
          03 FILLER     PIC 9(03) VALUE 334.
       01 TAB-CUMD-R REDEFINES TAB-CUMD.
          03 TCU-DIAS   PIC 9(03) OCCURS 12 TIMES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE AGENDA CADPACI
              GO TO ROT-FIM.
      *    A VERIFICACAO DE ELEGIBILIDADE E OPCIONAL: SEM O CARTPAC
      *    E O COBERT IMPLANTADOS O ATENDIMENTO SEGUE SEM ELA
       INC-OPE.
           OPEN INPUT CARTPAC
           IF ST-ERRO10 = "00"
              MOVE 1 TO W-CTLCAR.
           OPEN INPUT COBERT
           IF ST-ERRO11 = "00"
              MOVE 1 TO W-CTLCOB.
           OPEN INPUT CADCONV
           IF ST-ERRO12 = "00"
              MOVE 1 TO W-CTLCNV.
      *    O TELECON E ABERTO PARA ATUALIZACAO: O CANCELAMENTO
      *    REMOVE A TELECONSULTA DO HORARIO
           OPEN I-O TELECON
           IF ST-ERRO13 NOT = "00"
              IF ST-ERRO13 = "30" OR ST-ERRO13 = "35"
                 OPEN OUTPUT TELECON
                 CLOSE TELECON
                 OPEN I-O TELECON.
           IF ST-ERRO13 = "00"
              MOVE 1 TO W-CTLTEL.

       CHK-001.
           MOVE ZEROS TO W-DATAALVO.
           DISPLAY (05, 19) CRM
           DISPLAY (07, 01) "HORARIO (HHMM) :"
           DISPLAY (07, 19) HORACONS
           MOVE 0 TO W-TELE
           IF W-CTLTEL = 1
              MOVE CHAVEAGE TO CHAVETEL
              READ TELECON
              IF ST-ERRO13 = "00"
                 MOVE 1 TO W-TELE
              END-IF
           END-IF
           IF W-TELE = 1
              DISPLAY (07, 30) "TELECONSULTA"
           ELSE
              DISPLAY (07, 30) "            ".
           DISPLAY (09, 01) "CPF DO PACIENTE:"
           DISPLAY (09, 19) CPFAGE
           DISPLAY (11, 01) "PACIENTE       :"
              MOVE "*** OPCAO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CHK-ACAO1.
      *    NA TELECONSULTA A PRESENCA E A CONEXAO DO PACIENTE: A
      *    RECEPCAO SO MARCA REALIZADA DEPOIS DELA, OU A FALTA
           IF W-TELE = 1 AND (W-OPCAO = "C" OR W-OPCAO = "c")
              MOVE "* TELECONSULTA: PRESENCA PELA CONEXAO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CHK-ACAO1.
           IF W-TELE = 1 AND (W-OPCAO = "R" OR W-OPCAO = "r") AND
              STATUSAGE NOT = "C" AND STATUSAGE NOT = "R"
              MOVE "* TELECONSULTA SEM CONEXAO DO PACIENTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CHK-ACAO1.
      *    A CHEGADA (OU A REALIZACAO DIRETA) PASSA PELA VERIFICACAO
      *    DE ELEGIBILIDADE DO CONVENIO DA CONSULTA
           IF W-OPCAO = "C" OR W-OPCAO = "c" OR
              ((W-OPCAO = "R" OR W-OPCAO = "r") AND
               STATUSAGE NOT = "C" AND STATUSAGE NOT = "R")
              PERFORM CHK-ELG THRU CHK-ELG-FIM
              IF W-ELGRES > 1
                 GO TO CHK-ACAO1.
           IF W-OPCAO = "C" OR W-OPCAO = "c"
              MOVE "C" TO STATUSAGE
              ACCEPT W-HORAAGORA FROM TIME
           ELSE
              MOVE "ERRO NA ALTERACAO DO REGISTRO AGENDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE 1 TO W-EOF
              GO TO CHK-ACAO-FIM.
      *    CONSULTA CANCELADA DEIXA DE SER TELECONSULTA: O HORARIO
      *    LIBERADO PODE SER REAPROVEITADO POR OUTRA CONSULTA
           IF STATUSAGE = "X" AND W-CTLTEL = 1
              MOVE CHAVEAGE TO CHAVETEL
              READ TELECON
              IF ST-ERRO13 = "00"
                 DELETE TELECON RECORD.
       CHK-ACAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    ELEGIBILIDADE DA CONSULTA: SEM CARTEIRINHA SO AVISA; NO
      *    BLOQUEIO A RECEPCAO PODE CONVERTER A CONSULTA EM PARTICULAR
      *    (W-ELGRES VOLTA 0) OU DESISTIR (W-ELGRES FICA MAIOR QUE 1)
       CHK-ELG.
           MOVE CPFAGE TO W-ELGCPF
           MOVE CONVPACI TO W-ELGCONV
           MOVE ZEROS TO W-ELGPROC
           COMPUTE W-ELGDATA = (((SEC * 100) + ANOD) * 10000) +
                   (MES * 100) + DIA
           PERFORM ELG-VERIFICA THRU ELG-VERIFICA-FIM
           IF W-ELGRES = 0
              GO TO CHK-ELG-FIM.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           IF W-ELGRES = 1
              GO TO CHK-ELG-FIM.
       CHK-ELG1.
           MOVE "N" TO W-OPCONV
           DISPLAY (19, 01) "CONVERTER PARA PARTICULAR (S/N) :"
           ACCEPT (19, 35) W-OPCONV WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           DISPLAY (19, 01) LIMPA
           IF W-ACT = 02 OR W-OPCONV = "N" OR W-OPCONV = "n"
              MOVE "* CONVENIO BLOQUEADO PARA ESTA CONSULTA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CHK-ELG-FIM.
           IF W-OPCONV NOT = "S" AND W-OPCONV NOT = "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CHK-ELG1.
           MOVE W-CONVPARTIC TO CONVPACI
           MOVE 0 TO W-ELGRES
           MOVE "* CONSULTA CONVERTIDA PARA PARTICULAR *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       CHK-ELG-FIM.
           EXIT.
      *
      **************************************
      * VERIFICACAO DE ELEGIBILIDADE       *
      **************************************
      *
      *    PACIENTE W-ELGCPF NO CONVENIO W-ELGCONV, PROCEDIMENTO
      *    W-ELGPROC (0000=CONSULTA) NA DATA W-ELGDATA (AAAAMMDD).
      *    W-ELGRES: 0=ELEGIVEL  1=AVISO (SEM CARTEIRINHA)
      *              2=CARTEIRINHA VENCIDA  3=SEM COBERTURA
      *              4=EM CARENCIA
      *    DE 2 EM DIANTE O CONVENIO FICA BLOQUEADO; A MENSAGEM
      *    VOLTA PRONTA EM MENS
       ELG-VERIFICA.
           MOVE 0 TO W-ELGRES
           MOVE ZEROS TO W-ELGADESAO
           IF W-ELGCONV = W-CONVPARTIC OR W-ELGCONV = ZEROS
              GO TO ELG-VERIFICA-FIM.
           IF W-CTLCAR = 0
              GO TO ELG-VERIFICA1.
           MOVE W-ELGCPF TO CARCPF
           READ CARTPAC
           IF ST-ERRO10 NOT = "00" OR CARCONV NOT = W-ELGCONV OR
              STATUSREG OF REGCARTPAC = "I"
              MOVE 1 TO W-ELGRES
              MOVE "* PACIENTE SEM CARTEIRINHA DO CONVENIO *" TO MENS
              GO TO ELG-VERIFICA1.
           MOVE CARVALID TO W-ELGDMA
           COMPUTE W-ELGVALID = (W-ELGANO * 10000) +
                   (W-ELGMES * 100) + W-ELGDIA
           IF W-ELGVALID NOT = ZEROS AND W-ELGVALID < W-ELGDATA
              MOVE 2 TO W-ELGRES
              MOVE "* CARTEIRINHA DO CONVENIO VENCIDA *" TO MENS
              GO TO ELG-VERIFICA-FIM.
           MOVE CARADESAO TO W-ELGDMA
           COMPUTE W-ELGADESAO = (W-ELGANO * 10000) +
                   (W-ELGMES * 100) + W-ELGDIA.
      *    REGRA DO PLANO DO CONVENIO; SEM ELA, A REGRA DO PLANO 00
       ELG-VERIFICA1.
           IF W-CTLCOB = 0
              GO TO ELG-VERIFICA-FIM.
           MOVE ZEROS TO W-ELGPLANO
           IF W-CTLCNV = 1
              MOVE W-ELGCONV TO CODIGO
              READ CADCONV KEY IS CODIGO
              IF ST-ERRO12 = "00"
                 MOVE TPPLANO TO W-ELGPLANO
              END-IF
           END-IF
           MOVE W-ELGCONV TO COBCONV
           MOVE W-ELGPLANO TO COBPLANO
           MOVE W-ELGPROC TO COBPROC
           READ COBERT
           IF ST-ERRO11 = "00" AND STATUSREG OF REGCOBERT NOT = "I"
              GO TO ELG-VERIFICA2.
           MOVE ZEROS TO COBPLANO
           READ COBERT
           IF ST-ERRO11 = "00" AND STATUSREG OF REGCOBERT NOT = "I"
              GO TO ELG-VERIFICA2.
      *    SEM REGRA PARA O PROCEDIMENTO SO BLOQUEIA QUANDO O
      *    CONVENIO TEM TABELA DE COBERTURA; SEM TABELA COBRE TUDO
           MOVE W-ELGCONV TO COBCONV
           MOVE ZEROS TO COBPLANO COBPROC
           START COBERT KEY IS NOT LESS THAN CHAVECOB
           IF ST-ERRO11 NOT = "00"
              GO TO ELG-VERIFICA-FIM.
           READ COBERT NEXT RECORD
           IF ST-ERRO11 NOT = "00" OR COBCONV NOT = W-ELGCONV
              GO TO ELG-VERIFICA-FIM.
           MOVE 3 TO W-ELGRES
           MOVE "* PROCEDIMENTO SEM COBERTURA NO CONVENIO *" TO MENS
           GO TO ELG-VERIFICA-FIM.
      *    CARENCIA EM DIAS CORRIDOS DESDE A ADESAO DA CARTEIRINHA
       ELG-VERIFICA2.
           IF COBCOBRE = "N"
              MOVE 3 TO W-ELGRES
              MOVE "* PROCEDIMENTO SEM COBERTURA NO CONVENIO *" TO MENS
              GO TO ELG-VERIFICA-FIM.
           IF COBCARENCIA = ZEROS OR W-ELGADESAO = ZEROS
              GO TO ELG-VERIFICA-FIM.
           MOVE W-ELGADESAO TO W-CDATA
           PERFORM CAL-SERIAL THRU CAL-SERIAL-FIM
           MOVE W-SERIAL TO W-SERIAL1
           MOVE W-ELGDATA TO W-CDATA
           PERFORM CAL-SERIAL THRU CAL-SERIAL-FIM
           COMPUTE W-ELGDIAS = W-SERIAL - W-SERIAL1
           IF W-ELGDIAS < COBCARENCIA
              MOVE 4 TO W-ELGRES
              MOVE "* PROCEDIMENTO EM CARENCIA NO CONVENIO *" TO MENS.
       ELG-VERIFICA-FIM.
           EXIT.
      *
      *    DIAS CORRIDOS DA DATA W-CDATA (AAAAMMDD) EM W-SERIAL
       CAL-SERIAL.
           MOVE W-CANO TO W-ALEAP
           IF W-CMES < 3
              SUBTRACT 1 FROM W-ALEAP
           END-IF
           DIVIDE W-ALEAP BY 4 GIVING W-Q4
           DIVIDE W-ALEAP BY 100 GIVING W-Q100
           DIVIDE W-ALEAP BY 400 GIVING W-Q400
           COMPUTE W-SERIAL = (W-CANO * 365) + W-Q4 - W-Q100 +
                   W-Q400 + TCU-DIAS(W-CMES) + W-CDIA.
       CAL-SERIAL-FIM.
           EXIT.

      *-------------------------------------------------------------
       ROT-FIM.
           IF W-CTLCAR = 1
              CLOSE CARTPAC
           END-IF
           IF W-CTLCOB = 1
              CLOSE COBERT
           END-IF
           IF W-CTLCNV = 1
              CLOSE CADCONV
           END-IF
           IF W-CTLTEL = 1
              CLOSE TELECON
           END-IF
           CLOSE AGENDA CADPACI LOOKUP.
           DISPLAY (01, 01) ERASE.
           EXIT PROGRAM.
