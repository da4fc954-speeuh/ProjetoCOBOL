       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCTRL.
      *AUTHOR. LUCAS ALVES VIEIRA.
      ********************************************************
      * RELATORIO MENSAL DE MEDICAMENTOS CONTROLADOS *
      * LE O PRESCR (ORDEM DO CRM DO MEDICO) DO MES INFORMADO *
      * E LISTA, POR MEDICO, CADA ITEM DE CONTROLE ESPECIAL *
      * PRESCRITO: DATA DO ATENDIMENTO, PACIENTE, MEDICAMENTO *
      * COM APRESENTACAO E QUANTIDADE, COM TOTAIS POR MEDICO E *
      * GERAIS. GERADO EM RELCTRL.AAAAMM PARA A FISCALIZACAO *
      * SANITARIA; O INDICADOR DE CONTROLE E O GRAVADO NA *
      * PRESCRICAO *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PRESCR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPRE
                    FILE STATUS  IS ST-ERRO.

            SELECT MEDICAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MDCCOD
                    FILE STATUS  IS ST-ERRO4.

            SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRMMED
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS NOME OF REGCADMED
                                    WITH DUPLICATES.

            SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO5
                    ALTERNATE RECORD KEY IS NOMEPACI
                                    WITH DUPLICATES.

            SELECT RELATORIO ASSIGN TO W-NOMEREL
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD PRESCR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PRESCR.DAT".
       01 REGPRESCR.
          03 CHAVEPRE.
             05 PRECRM        PIC 9(06).
             05 PREDATA.
                07 PREDIA     PIC 9(02).
                07 PREMES     PIC 9(02).
                07 PREANO     PIC 9(04).
             05 PREHORA       PIC 9(04).
             05 PRESEQENC     PIC 9(02).
             05 PREITEM       PIC 9(02).
          03 PRECPF           PIC 9(11).
          03 PREMEDIC         PIC 9(04).
          03 PREQTDE          PIC 9(03).
          03 PREPOSOL         PIC X(40).
          03 PRECTRL          PIC X(01).
          03 PREDTPRE         PIC 9(08).
      *
       FD MEDICAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MEDICAM.DAT".
       01 REGMEDICAM.
                03 MDCCOD            PIC 9(04).
                03 MDCNOME           PIC X(30).
                03 MDCAPRES          PIC X(20).
                03 MDCPOSOL          PIC X(40).
                03 MDCCTRL           PIC X(01).
                03 STATUSREG         PIC X(01).
      *
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       01 REGCADMED.
                03 CRMMED            PIC 9(06).
                03 NOME              PIC X(30).
                03 FILLER            PIC X(54).
                03 STATUSREG         PIC X(01).
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGCADPACI.
          03 CPF            PIC 9(11).
          03 NOMEPACI       PIC X(30).
          03 FILLER         PIC X(124).
          03 STATUSREG      PIC X(01).
      *
       FD RELATORIO
               LABEL RECORD IS STANDARD.
       01 LINHA-REL          PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-ERRO2       PIC X(02) VALUE "00".
       77 ST-ERRO3       PIC X(02) VALUE "00".
       77 ST-ERRO4       PIC X(02) VALUE "00".
       77 ST-ERRO5       PIC X(02) VALUE "00".
       77 W-EOF-PRE      PIC 9(01) VALUE ZEROS.
       77 W-CRMANT       PIC 9(06) VALUE ZEROS.
       77 W-SUBITEM      PIC 9(05) VALUE ZEROS.
       77 W-SUBQTDE      PIC 9(06) VALUE ZEROS.
       77 W-TOTITEM      PIC 9(06) VALUE ZEROS.
       77 W-TOTQTDE      PIC 9(07) VALUE ZEROS.
       77 W-TOTMED       PIC 9(04) VALUE ZEROS.
       01 MENS           PIC X(50) VALUE SPACES.
       01 W-NOMEREL      PIC X(20) VALUE SPACES.
       01 W-ANOMES.
          03 W-ANOSEL    PIC 9(04).
          03 W-MESSEL    PIC 9(02).

       01 LIN-CAB1.
          03 FILLER      PIC X(12) VALUE SPACES.
          03 FILLER      PIC X(40) VALUE
             "MEDICAMENTOS DE CONTROLE ESPECIAL".
          03 FILLER      PIC X(09) VALUE "PERIODO: ".
          03 LC1-MES     PIC 9(02).
          03 FILLER      PIC X(01) VALUE "/".
          03 LC1-ANO     PIC 9(04).
       01 LIN-CAB2.
          03 FILLER      PIC X(08) VALUE "MEDICO: ".
          03 LC2-CRM     PIC 9(06).
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LC2-NOME    PIC X(30).
       01 LIN-CAB3.
          03 FILLER      PIC X(11) VALUE "DATA".
          03 FILLER      PIC X(34) VALUE "PACIENTE".
          03 FILLER      PIC X(31) VALUE "MEDICAMENTO / APRESENTACAO".
          03 FILLER      PIC X(04) VALUE "QTDE".
       01 LIN-DET1.
          03 LD1-DIA     PIC 9(02).
          03 FILLER      PIC X(01) VALUE "/".
          03 LD1-MES     PIC 9(02).
          03 FILLER      PIC X(01) VALUE "/".
          03 LD1-ANO     PIC 9(04).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD1-CPF     PIC 9(11).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD1-PACI    PIC X(21).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD1-MEDIC   PIC X(30).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD1-QTDE    PIC ZZ9.
       01 LIN-DET2.
          03 FILLER      PIC X(45) VALUE SPACES.
          03 LD2-APRES   PIC X(20).
       01 LIN-SUB.
          03 FILLER      PIC X(28) VALUE
             "  TOTAL DO MEDICO  ITENS :".
          03 LS-ITEM     PIC ZZ.ZZ9.
          03 FILLER      PIC X(14) VALUE "  QUANTIDADE: ".
          03 LS-QTDE     PIC ZZZ.ZZ9.
       01 LIN-TOT1.
          03 FILLER      PIC X(28) VALUE
             "MEDICOS PRESCRITORES      :".
          03 LT1-QTD     PIC ZZZ.ZZ9.
       01 LIN-TOT2.
          03 FILLER      PIC X(28) VALUE
             "ITENS CONTROLADOS         :".
          03 LT2-QTD     PIC ZZZ.ZZ9.
       01 LIN-TOT3.
          03 FILLER      PIC X(28) VALUE
             "QUANTIDADE PRESCRITA      :".
          03 LT3-QTD     PIC Z.ZZZ.ZZ9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "RELATORIO MENSAL DE MEDICAMENTOS CONTROLADOS"
           DISPLAY "INFORME O PERIODO (AAAAMM): "
           ACCEPT W-ANOMES
           IF W-MESSEL < 01 OR W-MESSEL > 12
              DISPLAY "*** PERIODO INVALIDO ***"
              GO TO ROT-FIMS.
           STRING "RELCTRL." W-ANOMES DELIMITED BY SIZE
              INTO W-NOMEREL.
       INC-OP0.
           OPEN INPUT PRESCR
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO PRESCR NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              GO TO ROT-FIMS.
       INC-OP1.
           OPEN INPUT MEDICAM
           IF ST-ERRO4 NOT = "00"
              MOVE "* ARQUIVO MEDICAM NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              CLOSE PRESCR
              GO TO ROT-FIMS.
       INC-OP2.
           OPEN INPUT CADMED
           IF ST-ERRO2 NOT = "00"
              MOVE "* ARQUIVO CADMED NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              CLOSE PRESCR MEDICAM
              GO TO ROT-FIMS.
       INC-OP3.
           OPEN INPUT CADPACI
           IF ST-ERRO5 NOT = "00"
              MOVE "* ARQUIVO CADPACI NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              CLOSE PRESCR MEDICAM CADMED
              GO TO ROT-FIMS.
       INC-OP4.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO3 NOT = "00"
              MOVE "* ERRO AO CRIAR RELATORIO *" TO MENS
              DISPLAY MENS
              CLOSE PRESCR MEDICAM CADMED CADPACI
              GO TO ROT-FIMS.
           MOVE W-MESSEL TO LC1-MES
           MOVE W-ANOSEL TO LC1-ANO
           WRITE LINHA-REL FROM LIN-CAB1.

       REL-PROC.
           PERFORM REL-PRESCR THRU REL-PRESCR-FIM
              UNTIL W-EOF-PRE = 1.
           IF W-CRMANT NOT = ZEROS
              PERFORM REL-SUBTOT THRU REL-SUBTOT-FIM.
           WRITE LINHA-REL FROM SPACES
           MOVE W-TOTMED TO LT1-QTD
           WRITE LINHA-REL FROM LIN-TOT1
           MOVE W-TOTITEM TO LT2-QTD
           WRITE LINHA-REL FROM LIN-TOT2
           MOVE W-TOTQTDE TO LT3-QTD
           WRITE LINHA-REL FROM LIN-TOT3.

       ROT-FIM.
           CLOSE PRESCR MEDICAM CADMED CADPACI RELATORIO.
           DISPLAY "ITENS CONTROLADOS NO PERIODO: " W-TOTITEM
                   " MEDICOS: " W-TOTMED " EM " W-NOMEREL.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.

      *-----------------------------------------------------------------
      *    SO OS ITENS DE CONTROLE ESPECIAL DO MES; NA TROCA DE CRM
      *    FECHA O MEDICO ANTERIOR E ABRE O CABECALHO DO NOVO
       REL-PRESCR.
           READ PRESCR NEXT RECORD
              AT END
                 MOVE 1 TO W-EOF-PRE
                 GO TO REL-PRESCR-FIM.
           IF PRECTRL NOT = "S"
              GO TO REL-PRESCR-FIM.
           IF PREANO NOT = W-ANOSEL OR PREMES NOT = W-MESSEL
              GO TO REL-PRESCR-FIM.
           IF PRECRM NOT = W-CRMANT
              IF W-CRMANT NOT = ZEROS
                 PERFORM REL-SUBTOT THRU REL-SUBTOT-FIM
              END-IF
              PERFORM REL-MEDICO THRU REL-MEDICO-FIM.
           MOVE PREDIA TO LD1-DIA
           MOVE PREMES TO LD1-MES
           MOVE PREANO TO LD1-ANO
           MOVE PRECPF TO LD1-CPF CPF
           READ CADPACI KEY IS CPF
           IF ST-ERRO5 NOT = "00"
              MOVE "(NAO CADASTRADO)" TO NOMEPACI.
           MOVE NOMEPACI TO LD1-PACI
           MOVE PREMEDIC TO MDCCOD
           READ MEDICAM
           IF ST-ERRO4 = "00"
              MOVE MDCNOME TO LD1-MEDIC
              MOVE MDCAPRES TO LD2-APRES
           ELSE
              MOVE "(NAO CADASTRADO)" TO LD1-MEDIC
              MOVE SPACES TO LD2-APRES.
           MOVE PREQTDE TO LD1-QTDE
           WRITE LINHA-REL FROM LIN-DET1
           WRITE LINHA-REL FROM LIN-DET2
           ADD 1 TO W-SUBITEM
           ADD PREQTDE TO W-SUBQTDE.
       REL-PRESCR-FIM.
           EXIT.

       REL-MEDICO.
           MOVE PRECRM TO W-CRMANT CRMMED LC2-CRM
           READ CADMED KEY IS CRMMED
           IF ST-ERRO2 NOT = "00"
              MOVE "(NAO CADASTRADO)" TO NOME.
           MOVE NOME TO LC2-NOME
           WRITE LINHA-REL FROM SPACES
           WRITE LINHA-REL FROM LIN-CAB2
           WRITE LINHA-REL FROM LIN-CAB3
           ADD 1 TO W-TOTMED.
       REL-MEDICO-FIM.
           EXIT.

       REL-SUBTOT.
           MOVE W-SUBITEM TO LS-ITEM
           MOVE W-SUBQTDE TO LS-QTDE
           WRITE LINHA-REL FROM LIN-SUB
           ADD W-SUBITEM TO W-TOTITEM
           ADD W-SUBQTDE TO W-TOTQTDE
           MOVE ZEROS TO W-SUBITEM W-SUBQTDE.
       REL-SUBTOT-FIM.
           EXIT.
      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
