                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPROC
                    FILE STATUS  IS ST-ERRO4.

            SELECT AGENDA ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CHAVEAGE
                      FILE STATUS  IS ST-ERRO13
                      ALTERNATE RECORD KEY IS CPFAGE
                                    WITH DUPLICATES.

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

            SELECT COMPET ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CMPANOMES
                    FILE STATUS  IS ST-ERRO14.

            SELECT AGEEXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEEXA
                    FILE STATUS  IS ST-ERRO15
                    ALTERNATE RECORD KEY IS EXAPED
                                    WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
          03 PEDSITUACAO      PIC X(01).
      *    PEDSITUACAO: S=SOLICITADO  A=AUTORIZADO  R=REALIZADO
      *                 E=RESULTADO ENTREGUE  X=CANCELADO
      *    PEDGUIA = "PARTICULAR": EXAME CONVERTIDO PARA PARTICULAR NA
      *    VERIFICACAO DE ELEGIBILIDADE (FORA DO FATURAMENTO), A
      *    RECEBER NO CAIXA; "PARTIC PAGO" DEPOIS DE RECEBIDO
      *
       FD ATENDIM
               LABEL RECORD IS STANDARD
                03 DESCPROC          PIC X(30).
                03 VLRPROC           PIC 9(06)V99.
                03 STATUSREG         PIC X(01).
      *
       FD AGENDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AGENDA.DAT".
       01 REGAGENDA.
          03 CHAVEAGE.
             05 CRM           PIC 9(06).
             05 DATACONS      PIC 9(08).
             05 HORACONS      PIC 9(04).
             05 SEQENC        PIC 9(02).
          03 CPFAGE           PIC 9(11).
          03 CONVPACI         PIC 9(04).
          03 STATUSAGE        PIC X(01).
          03 HORACHEGADA      PIC 9(04).
          03 MOTIVO           PIC X(02).
          03 NUMSERIE         PIC 9(04).
          03 CONFAGE          PIC X(01).
          03 UNIDAGE          PIC 9(02).
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
       FD COMPET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "COMPET.DAT".
       01 REGCOMPET.
                03 CMPANOMES         PIC 9(06).
                03 CMPSIT            PIC X(01).
                03 FILLER            PIC X(74).
      *    CMPSIT: F=FECHADA  R=REABERTA (SEM REGISTRO = ABERTA)
      *
       FD AGEEXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AGEEXA.DAT".
       01 REGAGEEXA.
                03 CHAVEEXA.
                   05 EXAUNID           PIC 9(02).
                   05 EXAEQP            PIC 9(03).
                   05 EXADATA           PIC 9(08).
                   05 EXAHORA           PIC 9(04).
                   05 EXASEQ            PIC 9(01).
                03 EXAPED.
                   05 EXAPEDCRM         PIC 9(06).
                   05 EXAPEDDATA        PIC 9(08).
                   05 EXAPEDHORA        PIC 9(04).
                   05 EXAPEDSEQ         PIC 9(02).
                   05 EXAPEDITEM        PIC 9(02).
                03 EXAPROC              PIC 9(04).
                03 EXACPF               PIC 9(11).
                03 EXADURA              PIC 9(03).
                03 EXASIT               PIC X(01).
                03 EXAOPER              PIC X(08).
                03 EXADTREAL            PIC 9(08).
                03 FILLER               PIC X(20).
      *    EXAPED: CHAVE DO PEDIDO NO PEDEXA (DATA EM DDMMAAAA)
      *    EXASIT: A=AGENDADO  R=REALIZADO  C=CANCELADO
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-FIMPED      PIC 9(01) VALUE ZEROS.
       77 W-LINPED      PIC 9(02) VALUE ZEROS.
       77 W-SITNOVA     PIC X(01) VALUE SPACES.
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
       77 ST-ERRO13     PIC X(02) VALUE "00".
       77 W-CTLAGE      PIC 9(01) VALUE ZEROS.
       77 ST-ERRO14     PIC X(02) VALUE "00".
       77 W-CTLCMP      PIC 9(01) VALUE ZEROS.
       77 W-CMPFECH     PIC 9(01) VALUE ZEROS.
       01 W-CMPDATA.
          03 W-CMPDIA   PIC 9(02).
          03 W-CMPMES   PIC 9(02).
          03 W-CMPANO   PIC 9(04).
      *    1 = EXAME CONVERTIDO PARA PARTICULAR NA INCLUSAO
       77 W-PEDPARTIC   PIC 9(01) VALUE ZEROS.
      *    MARCACAO DO EXAME NO EQUIPAMENTO (AGEEXA)
       77 ST-ERRO15     PIC X(02) VALUE "00".
       77 W-CTLEXA      PIC 9(01) VALUE ZEROS.
       77 W-FIMEXA      PIC 9(01) VALUE ZEROS.
      *    W-ACHEXA: 0=SEM MARCACAO ATIVA  1=AGENDADO  2=JA REALIZADO
       77 W-ACHEXA      PIC 9(01) VALUE ZEROS.
       01 W-CHAVEEXA    PIC X(18) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE PEDEXA ATENDIM
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
           OPEN INPUT AGENDA
           IF ST-ERRO13 = "00"
              MOVE 1 TO W-CTLAGE.
      *    O CONTROLE DE COMPETENCIAS E OPCIONAL: SEM O COMPET
      *    IMPLANTADO NENHUM MES ESTA FECHADO
       INC-OPF.
           OPEN INPUT COMPET
           IF ST-ERRO14 = "00"
              MOVE 1 TO W-CTLCMP.
      *    SEM A AGENDA DE EQUIPAMENTOS NENHUM EXAME TEM MARCACAO
           OPEN I-O AGEEXA
           IF ST-ERRO15 = "00"
              MOVE 1 TO W-CTLEXA.

       PED-001.
           MOVE ZEROS TO CHAVEPED PEDPROC PEDCPF PEDDTPED
              GO TO PED-002.
           DISPLAY (03, 30) "PACIENTE:"
           DISPLAY (03, 40) CPFATE
           PERFORM PED-LISTA THRU PED-LISTA-FIM
           MOVE DATAATE TO W-CMPDATA
           PERFORM VAL-COMPET THRU VAL-COMPET-FIM.

       PED-ACAO.
           DISPLAY (21, 01)
           IF W-OPCAO = "b" MOVE "B" TO W-OPCAO.
           IF W-OPCAO NOT = "I" AND W-OPCAO NOT = "B"
              GO TO PED-ACAO1.
      *    COM A COMPETENCIA DO ATENDIMENTO FECHADA OS PEDIDOS FICAM
      *    SO PARA CONSULTA (O GERTISS JA FATUROU AS ETAPAS)
           IF W-CMPFECH = 1
              MOVE "* COMPETENCIA FECHADA, PEDIDO BLOQUEADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PED-ACAO1.
           IF W-OPCAO = "I"
              GO TO PED-INC.
           GO TO PED-BAIXA.
       PED-INC.
           DISPLAY (22, 01) "EXAME (COD. PROCEDIMENTO):".
       PED-INC1.
           MOVE ZEROS TO PEDPROC W-PEDPARTIC
           ACCEPT (22, 29) PEDPROC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE "* EXAME INATIVADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PED-INC1.
           PERFORM PED-ELG THRU PED-ELG-FIM
           IF W-ELGRES > 1
              GO TO PED-INC1.
           DISPLAY (22, 35) DESCPROC.
       PED-INC2.
           MOVE CRMATE TO PEDCRM
           COMPUTE PEDITEM = W-ITEMMAX + 1
           MOVE CPFATE TO PEDCPF
           MOVE SPACES TO PEDGUIA
           IF W-PEDPARTIC = 1
              MOVE "PARTICULAR" TO PEDGUIA.
           ACCEPT PEDDTPED FROM DATE YYYYMMDD
           MOVE "S" TO PEDSITUACAO
           WRITE REGPEDEXA
              MOVE "*** DIGITE A, R, E OU X ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PED-BAIXA2.
      *    EXAME MARCADO NO EQUIPAMENTO: A REALIZACAO E DADA NO
      *    AGEEXA, E O CANCELAMENTO DO PEDIDO CANCELA A MARCACAO
           MOVE 0 TO W-ACHEXA
           IF W-SITNOVA = "R" OR W-SITNOVA = "X"
              PERFORM PED-MARCA THRU PED-MARCA-FIM.
           IF W-SITNOVA = "R" AND W-ACHEXA = 1
              MOVE "* EXAME MARCADO: REALIZAR PELO AGEEXA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PED-BAIXA2.
      *    A AUTORIZACAO DO CONVENIO EXIGE O NUMERO DA GUIA
       PED-BAIXA3.
           IF W-SITNOVA = "A" AND PEDGUIA NOT = "PARTICULAR" AND
              PEDGUIA NOT = "PARTIC PAGO"
              DISPLAY (22, 44) "GUIA:"
              ACCEPT (22, 50) PEDGUIA WITH UPDATE
              ACCEPT W-ACT FROM ESCAPE KEY
                    MOVE "*** GUIA OBRIGATORIA ***" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO PED-BAIXA3.
           IF W-SITNOVA = "X" AND W-ACHEXA = 1
              PERFORM PED-DESMARCA THRU PED-DESMARCA-FIM.
           MOVE W-SITNOVA TO PEDSITUACAO
           REWRITE REGPEDEXA
           IF ST-ERRO = "00" OR "02"
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *-----------------------------------------------------------------
      *    PROCURA A MARCACAO DO PEDIDO PELA CHAVE ALTERNATIVA, COMO
      *    NO AGEEXA (A ATIVA FICA COM A CHAVE EM W-CHAVEEXA)
       PED-MARCA.
           MOVE 0 TO W-ACHEXA
           MOVE 0 TO W-FIMEXA
           IF W-CTLEXA = 0
              GO TO PED-MARCA-FIM.
           MOVE CHAVEPED TO EXAPED
           START AGEEXA KEY IS NOT LESS THAN EXAPED
           IF ST-ERRO15 NOT = "00"
              GO TO PED-MARCA-FIM.
           PERFORM PED-MARCA1 THRU PED-MARCA1-FIM
              UNTIL W-FIMEXA = 1.
       PED-MARCA-FIM.
           EXIT.
       PED-MARCA1.
           READ AGEEXA NEXT RECORD
           IF ST-ERRO15 NOT = "00" AND ST-ERRO15 NOT = "02"
              MOVE 1 TO W-FIMEXA
              GO TO PED-MARCA1-FIM.
           IF EXAPED NOT = CHAVEPED
              MOVE 1 TO W-FIMEXA
              GO TO PED-MARCA1-FIM.
           IF EXASIT = "R"
              MOVE 2 TO W-ACHEXA.
           IF EXASIT = "A"
              MOVE 1 TO W-ACHEXA
              MOVE CHAVEEXA TO W-CHAVEEXA
              MOVE 1 TO W-FIMEXA.
       PED-MARCA1-FIM.
           EXIT.

      *    PEDIDO CANCELADO: LIBERA O HORARIO DO EQUIPAMENTO
       PED-DESMARCA.
           MOVE W-CHAVEEXA TO CHAVEEXA
           READ AGEEXA KEY IS CHAVEEXA
           IF ST-ERRO15 NOT = "00"
              GO TO PED-DESMARCA-FIM.
           MOVE "C" TO EXASIT
           REWRITE REGAGEEXA
           IF ST-ERRO15 NOT = "00" AND ST-ERRO15 NOT = "02"
              MOVE "ERRO NA REGRAVACAO DO ARQUIVO AGEEXA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       PED-DESMARCA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    LISTA OS EXAMES JA PEDIDOS DO ATENDIMENTO E GUARDA O
      *    MAIOR ITEM EM W-ITEMMAX
       PED-LIMPA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    ELEGIBILIDADE DO EXAME NO CONVENIO DA CONSULTA, NA DATA DO
      *    PEDIDO. NO BLOQUEIO SO ESTE EXAME PODE PASSAR A PARTICULAR
      *    (GUIA "PARTICULAR"); OS DEMAIS SEGUEM PELO CONVENIO
       PED-ELG.
           MOVE 0 TO W-ELGRES
           IF W-CTLAGE = 0
              GO TO PED-ELG-FIM.
           MOVE CRMATE TO CRM
           MOVE DATAATE TO DATACONS
           MOVE HORAATE TO HORACONS
           MOVE SEQATE TO SEQENC
           READ AGENDA
           IF ST-ERRO13 NOT = "00"
              GO TO PED-ELG-FIM.
           MOVE CPFATE TO W-ELGCPF
           MOVE CONVPACI TO W-ELGCONV
           MOVE PEDPROC TO W-ELGPROC
           ACCEPT W-ELGDATA FROM DATE YYYYMMDD
           PERFORM ELG-VERIFICA THRU ELG-VERIFICA-FIM
           IF W-ELGRES = 0
              GO TO PED-ELG-FIM.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           IF W-ELGRES = 1
              GO TO PED-ELG-FIM.
       PED-ELG1.
           MOVE "N" TO W-OPCAO
           DISPLAY (20, 01) "EXAME PASSA A PARTICULAR (S/N) :"
           ACCEPT (20, 34) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           DISPLAY (20, 01) LIMPA
           IF W-ACT = 02 OR W-OPCAO = "N" OR W-OPCAO = "n"
              MOVE "* EXAME BLOQUEADO NO CONVENIO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PED-ELG-FIM.
           IF W-OPCAO NOT = "S" AND W-OPCAO NOT = "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PED-ELG1.
           MOVE 1 TO W-PEDPARTIC
           MOVE 0 TO W-ELGRES
           MOVE "* EXAME CONVERTIDO PARA PARTICULAR *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       PED-ELG-FIM.
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

      *
      *    RECUSA MOVIMENTO COM DATA EM COMPETENCIA JA FECHADA NO
      *    FECHCOMP. W-CMPDATA EM DDMMAAAA
      *    W-CMPFECH: 0 = ABERTA   1 = FECHADA
       VAL-COMPET.
                MOVE 0 TO W-CMPFECH
                IF W-CTLCMP = 0
                   GO TO VAL-COMPET-FIM.
                COMPUTE CMPANOMES = (W-CMPANO * 100) + W-CMPMES
                READ COMPET
                IF ST-ERRO14 = "00" AND CMPSIT = "F"
                   MOVE 1 TO W-CMPFECH.
       VAL-COMPET-FIM.
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
           IF W-CTLAGE = 1
              CLOSE AGENDA
           END-IF
           IF W-CTLCMP = 1
              CLOSE COMPET
           END-IF
           IF W-CTLEXA = 1
              CLOSE AGEEXA
           END-IF
           CLOSE PEDEXA ATENDIM PROCED.
           DISPLAY (01, 01) ERASE.
           EXIT PROGRAM.
