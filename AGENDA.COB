                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FERDATA
                    FILE STATUS  IS ST-ERRO9.

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
                    FILE STATUS  IS ST-ERRO12.

            SELECT TELECON ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVETEL
                    FILE STATUS  IS ST-ERRO13.

            SELECT CONVTEL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TLCCONV
                    FILE STATUS  IS ST-ERRO14.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       01 REGCADPACI.
          03 CPF            PIC 9(11).
          03 NOMEPACI       PIC X(30).
          03 EMAIL          PIC X(30).
          03 FILLER         PIC X(38).
          03 TELEFONE OCCURS 3 TIMES.
             05 TIPOTEL     PIC X(01).
             05 NUMTEL      PIC 9(11).
          03 FILLER         PIC X(20).
          03 STATUSREG      PIC X(01).
      *
       FD CADCONV
                03 FERDATA           PIC 9(08).
                03 FERDESC           PIC X(30).
                03 FERAMBITO         PIC X(01).
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
      *    CONSULTA COM REGISTRO NO TELECON E TELECONSULTA; SEM
      *    REGISTRO E PRESENCIAL. CHAVETEL = CHAVEAGE DA CONSULTA
      *    TELHRPAC/TELHRMED: HORA (HHMM) DA CONEXAO DO PACIENTE E DO
      *    MEDICO NA SALA VIRTUAL, GRAVADAS PELO CONEXTEL
      *
       FD CONVTEL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONVTEL.DAT".
       01 REGCONVTEL.
                03 TLCCONV              PIC 9(04).
                03 TLCPROC              PIC 9(04).
                03 TLCCODEXT            PIC X(10).
                03 STATUSREG            PIC X(01).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-ZQUOC       PIC 9(06) VALUE ZEROS.
       77 W-QUOC        PIC 9(04) VALUE ZEROS.
       77 W-MINDIF      PIC 9(04) VALUE ZEROS.
      *    VERIFICACAO DE ELEGIBILIDADE (CARTPAC E COBERT)
       77 ST-ERRO10     PIC X(02) VALUE "00".
       77 ST-ERRO11     PIC X(02) VALUE "00".
       77 W-CTLCAR      PIC 9(01) VALUE ZEROS.
       77 W-CTLCOB      PIC 9(01) VALUE ZEROS.
       77 ST-ERRO12     PIC X(02) VALUE "00".
       77 W-CTLCMP      PIC 9(01) VALUE ZEROS.
      *    MODALIDADE DA CONSULTA: P=PRESENCIAL  T=TELECONSULTA
       77 ST-ERRO13     PIC X(02) VALUE "00".
       77 ST-ERRO14     PIC X(02) VALUE "00".
       77 W-CTLTLC      PIC 9(01) VALUE ZEROS.
       77 W-MODAL       PIC X(01) VALUE "P".
       77 W-LINK        PIC X(60) VALUE SPACES.
       77 W-QTDARR      PIC 9(02) VALUE ZEROS.
       77 W-CMPFECH     PIC 9(01) VALUE ZEROS.
       01 W-CMPDATA.
          03 W-CMPDIA   PIC 9(02).
          03 W-CMPMES   PIC 9(02).
          03 W-CMPANO   PIC 9(04).
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

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
                 MOVE "ERRO NA ABERTURA DO ARQUIVO FILAESP" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
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
      *    O CONTROLE DE COMPETENCIAS E OPCIONAL: SEM O COMPET
      *    IMPLANTADO NENHUM MES ESTA FECHADO
       INC-OPF.
           OPEN INPUT COMPET
           IF ST-ERRO12 = "00"
              MOVE 1 TO W-CTLCMP.
       INC-OPG.
           OPEN I-O TELECON
           IF ST-ERRO13 NOT = "00"
              IF ST-ERRO13 = "30" OR ST-ERRO13 = "35"
                 OPEN OUTPUT TELECON
                 CLOSE TELECON
                 OPEN I-O TELECON
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO TELECON" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *    SEM O CONVTEL IMPLANTADO QUALQUER CONVENIO ACEITA
      *    TELECONSULTA
           OPEN INPUT CONVTEL
           IF ST-ERRO14 = "00"
              MOVE 1 TO W-CTLTLC.

       INC-001.
           MOVE ZEROS TO CHAVEAGE CPFAGE CONVPACI W-SEL HORACHEGADA
           MOVE SPACES TO STATUSAGE MOTIVO
           MOVE "P" TO W-MODAL
           MOVE SPACES TO W-LINK.
                    DISPLAY (01, 01) ERASE.
                    DISPLAY (01, 15) "AGENDAMENTO DE CONSULTAS"
                    DISPLAY (03, 01) "CRM DO MEDICO  :"
                    DISPLAY (07, 25) "ENC(0=NAO):"
                    DISPLAY (09, 01) "CPF DO PACIENTE :"
                    DISPLAY (11, 01) "CODIGO CONVENIO :"
                    DISPLAY (11, 30) "MODALIDADE (P/T):"
                    DISPLAY (23, 01) " MENSAGEM :".

       INC-002.
                   MOVE "* CONSULTA ALEM DE 6 MESES *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                MOVE DATACONS TO W-CMPDATA
                PERFORM VAL-COMPET THRU VAL-COMPET-FIM
                IF W-CMPFECH = 1
                   MOVE "* COMPETENCIA FECHADA, DATA BLOQUEADA *"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                PERFORM VAL-FERIADO THRU VAL-FERIADO-FIM
                IF W-EFERIADO = 1
                   MOVE "* DATA E FERIADO, NAO HA EXPEDIENTE *" TO MENS

       LER-AGENDA01.
                MOVE 0 TO W-SEL
                MOVE "P" TO W-MODAL
                MOVE SPACES TO W-LINK
                READ AGENDA
      *    UM HORARIO CANCELADO PODE SER REAPROVEITADO: O REGISTRO E
      *    REGRAVADO POR CIMA NO LUGAR DE UM WRITE NOVO
                   IF ST-ERRO = "00"
                      DISPLAY (09, 20) CPFAGE
                      DISPLAY (11, 20) CONVPACI
                      PERFORM TLC-LE THRU TLC-LE-FIM
                      MOVE "* MEDICO JA TEM CONSULTA NESTE HORARIO *" TO
                                                             MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE "* CONVENIO NAO CADASTRADO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
      *    ELEGIBILIDADE PARA A CONSULTA NA DATA AGENDADA: FALTA DE
      *    CARTEIRINHA SO AVISA; CARTEIRINHA VENCIDA, SEM COBERTURA
      *    OU EM CARENCIA BLOQUEIA, A NAO SER QUE A CONSULTA PASSE
      *    A SER PARTICULAR
       INC-006B.
                MOVE CPFAGE TO W-ELGCPF
                MOVE CONVPACI TO W-ELGCONV
                MOVE ZEROS TO W-ELGPROC
                COMPUTE W-ELGDATA = (((SEC * 100) + ANOD) * 10000) +
                        (MES * 100) + DIA
                PERFORM ELG-VERIFICA THRU ELG-VERIFICA-FIM
                IF W-ELGRES = 0
                   GO TO INC-006D.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                IF W-ELGRES = 1
                   GO TO INC-006D.
       INC-006C.
                MOVE "N" TO W-OPCAO
                DISPLAY (21, 01) "CONVERTER PARA PARTICULAR (S/N) :"
                ACCEPT (21, 35) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                DISPLAY (21, 01) LIMPA
                IF W-ACT = 02 GO TO INC-006.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* CONVENIO BLOQUEADO PARA ESTA CONSULTA *"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006C.
                MOVE W-CONVPARTIC TO CONVPACI
                DISPLAY (11, 20) CONVPACI
                MOVE "* CONSULTA CONVERTIDA PARA PARTICULAR *" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
      *    TELECONSULTA NAO OCUPA SALA, MAS EXIGE E-MAIL E TELEFONE
      *    VALIDOS NO CADPACI PARA O ENVIO DO LINK E O CONVENIO
      *    PRECISA ACEITAR TELEMEDICINA (CONVTEL)
       INC-006D.
                ACCEPT (11, 48) W-MODAL WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF W-MODAL = "p"
                   MOVE "P" TO W-MODAL.
                IF W-MODAL = "t"
                   MOVE "T" TO W-MODAL.
                IF W-MODAL NOT = "P" AND W-MODAL NOT = "T"
                   MOVE "* MODALIDADE: P=PRESENCIAL T=TELECONSULTA *"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006D.
                IF W-MODAL = "P"
                   MOVE SPACES TO W-LINK
                   DISPLAY (12, 01) LIMPA
                   DISPLAY (12, 51) LIMPA
                   GO TO INC-006G.
       INC-006E.
                IF EMAIL OF REGCADPACI = SPACES
                   MOVE "* TELECONSULTA EXIGE E-MAIL DO PACIENTE *"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006D.
                MOVE ZEROS TO W-QTDARR
                INSPECT EMAIL OF REGCADPACI TALLYING W-QTDARR
                        FOR ALL "@"
                IF W-QTDARR NOT = 1
                   MOVE "* E-MAIL DO PACIENTE INVALIDO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006D.
      *    TELEFONE COM DDD: PELO MENOS DEZ DIGITOS
                IF NUMTEL(1) < 1000000000 AND
                   NUMTEL(2) < 1000000000 AND
                   NUMTEL(3) < 1000000000
                   MOVE "* TELECONSULTA EXIGE TELEFONE COM DDD *"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006D.
                IF W-CTLTLC = 0 OR CONVPACI = W-CONVPARTIC
                   GO TO INC-006F.
                MOVE CONVPACI TO TLCCONV
                READ CONVTEL
                IF ST-ERRO14 NOT = "00" OR
                   STATUSREG OF REGCONVTEL = "I"
                   MOVE "* CONVENIO NAO ACEITA TELECONSULTA *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006D.
       INC-006F.
                DISPLAY (12, 01) "LINK DA SALA  :"
                ACCEPT (12, 17) W-LINK WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006D.
                IF W-LINK = SPACES
                   MOVE "* INFORME O LINK DA SALA VIRTUAL *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006F.
       INC-006G.
                IF W-SEL = 1
                   GO TO ALT-OPC.

                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006D.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-RW3.
                WRITE REGAGENDA
                IF ST-ERRO = "00" OR "02"
                      PERFORM TLC-GRAVA THRU TLC-GRAVA-FIM
                      MOVE "*** CONSULTA AGENDADA *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
       INC-RW3.
                REWRITE REGAGENDA
                IF ST-ERRO = "00" OR "02"
                      PERFORM TLC-GRAVA THRU TLC-GRAVA-FIM
                      MOVE "*** CONSULTA AGENDADA *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
       EXC-DL1.
                DELETE AGENDA RECORD
                IF ST-ERRO = "00"
                   PERFORM TLC-EXCLUI THRU TLC-EXCLUI-FIM
                   PERFORM FILA-AVISA THRU FILA-AVISA-FIM
                   MOVE "*** CONSULTA CANCELADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006D.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
       ALT-RW1.
                REWRITE REGAGENDA
                IF ST-ERRO = "00" OR "02"
                   PERFORM TLC-GRAVA THRU TLC-GRAVA-FIM
                   MOVE "*** CONSULTA ALTERADA ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE W-SEQLIV TO SEQENC
                MOVE "P" TO W-MODAL
                MOVE SPACES TO W-LINK
                DISPLAY (12, 01) LIMPA
                DISPLAY (12, 51) LIMPA
                DISPLAY (11, 48) W-MODAL
                DISPLAY (13, 01) "ENCAIXE SEQUENCIA:"
                DISPLAY (13, 20) SEQENC
                GO TO INC-005.
                   MOVE "* CONSULTA ALEM DE 6 MESES *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO REM-003.
                MOVE DATACONS TO W-CMPDATA
                PERFORM VAL-COMPET THRU VAL-COMPET-FIM
                IF W-CMPFECH = 1
                   MOVE "* COMPETENCIA FECHADA, DATA BLOQUEADA *"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO REM-003.
                PERFORM VAL-FERIADO THRU VAL-FERIADO-FIM
                IF W-EFERIADO = 1
                   MOVE "* DATA E FERIADO, NAO HA EXPEDIENTE *" TO MENS
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *    A MODALIDADE E O LINK ACOMPANHAM A CONSULTA REMARCADA
                PERFORM TLC-GRAVA THRU TLC-GRAVA-FIM
                GO TO REM-BAIXA.
      *    MARCA O HORARIO ORIGINAL COMO TRANSFERIDO
       REM-BAIXA.
                IF ST-ERRO = "00"
                   MOVE "T" TO STATUSAGE
                   REWRITE REGAGENDA
                   PERFORM TLC-EXCLUI THRU TLC-EXCLUI-FIM
                END-IF
                MOVE "*** CONSULTA REMARCADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                EXIT.
      *
      **************************************
      * MODALIDADE DA CONSULTA (TELECON)   *
      **************************************
      *
      *    CARREGA E MOSTRA A MODALIDADE DA CONSULTA EM CHAVEAGE
       TLC-LE.
                MOVE "P" TO W-MODAL
                MOVE SPACES TO W-LINK
                MOVE CHAVEAGE TO CHAVETEL
                READ TELECON
                IF ST-ERRO13 = "00"
                   MOVE "T" TO W-MODAL
                   MOVE TELLINK TO W-LINK
                   DISPLAY (12, 01) "LINK DA SALA  :"
                   DISPLAY (12, 17) W-LINK.
                DISPLAY (11, 48) W-MODAL.
       TLC-LE-FIM.
                EXIT.
      *
      *    GRAVA O TELECON DA CONSULTA EM CHAVEAGE CONFORME W-MODAL;
      *    NA PRESENCIAL REMOVE O QUE HOUVER (ALTERACAO DE MODALIDADE
      *    OU HORARIO CANCELADO REAPROVEITADO). A HORA DE CONEXAO SO
      *    E PRESERVADA NA ALTERACAO DA PROPRIA CONSULTA
       TLC-GRAVA.
                IF W-MODAL NOT = "T"
                   PERFORM TLC-EXCLUI THRU TLC-EXCLUI-FIM
                   GO TO TLC-GRAVA-FIM.
                MOVE CHAVEAGE TO CHAVETEL
                READ TELECON
                IF ST-ERRO13 NOT = "00"
                   MOVE CHAVEAGE TO CHAVETEL
                   MOVE CPFAGE TO TELCPF
                   MOVE W-LINK TO TELLINK
                   MOVE ZEROS TO TELHRPAC TELHRMED
                   WRITE REGTELECON
                ELSE
                   IF W-SEL NOT = 1
                      MOVE ZEROS TO TELHRPAC TELHRMED
                   END-IF
                   MOVE CPFAGE TO TELCPF
                   MOVE W-LINK TO TELLINK
                   REWRITE REGTELECON.
                IF ST-ERRO13 NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO TELECON" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       TLC-GRAVA-FIM.
                EXIT.
      *
       TLC-EXCLUI.
                MOVE CHAVEAGE TO CHAVETEL
                READ TELECON
                IF ST-ERRO13 = "00"
                   DELETE TELECON RECORD.
       TLC-EXCLUI-FIM.
                EXIT.
      *
      **************************************
      * GRADE DE ATENDIMENTO DO MEDICO     *
      **************************************
      *
                   MOVE 28 TO W-VULTDIA.
       CAL-ULTDIA-FIM.
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
           MOVE W-ELGCONV TO CODIGO
           READ CADCONV KEY IS CODIGO
           IF ST-ERRO = "00"
              MOVE TPPLANO TO W-ELGPLANO.
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
                IF ST-ERRO12 = "00" AND CMPSIT = "F"
                   MOVE 1 TO W-CMPFECH.
       VAL-COMPET-FIM.
                EXIT.
      *-------------------------------------------------------------
       ROT-FIM.
           IF W-CTLHOR = 1
           IF W-CTLFER = 1
              CLOSE FERIADO
           END-IF
           IF W-CTLCAR = 1
              CLOSE CARTPAC
           END-IF
           IF W-CTLCOB = 1
              CLOSE COBERT
           END-IF
           IF W-CTLCMP = 1
              CLOSE COMPET
           END-IF
           IF W-CTLTLC = 1
              CLOSE CONVTEL
           END-IF
           CLOSE AGENDA CADMED CADPACI CADCONV FILAESP TELECON.
           DISPLAY (01, 01) ERASE.
           EXIT PROGRAM.
       ROT-FIMS.
