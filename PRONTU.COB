      * DESCRICAO (PROCED), OBSERVACAO E DATA DE RETORNO, *
      * PAGINADO NA TELA NO ESTILO DO BUSCA E COM OPCAO DE *
      * IMPRESSAO. ATENDIMENTOS ANTERIORES A CRIACAO DO *
      * CAMPO CPFATE SO APARECEM DEPOIS DE REGRAVADOS. OS *
      * MEDICAMENTOS PRESCRITOS NO RECEITA SAEM ABAIXO DE CADA *
      * ATENDIMENTO (NA IMPRESSAO COM A POSOLOGIA) *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
            SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO5.

            SELECT PRESCR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPRE
                    FILE STATUS  IS ST-ERRO6.

            SELECT MEDICAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MDCCOD
                    FILE STATUS  IS ST-ERRO7.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FD RELATORIO
               LABEL RECORD IS STANDARD.
       01 LINHA-REL          PIC X(80).
      *
       FD PRESCR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PRESCR.DAT".
       01 REGPRESCR.
          03 CHAVEPRE.
             05 PRECRM        PIC 9(06).
             05 PREDATA       PIC 9(08).
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 IND-PRO       PIC 9(01) VALUE ZEROS.
       77 W-MINIDX      PIC 9(03) VALUE ZEROS.
       77 W-LINHA       PIC 9(02) VALUE ZEROS.
       77 ST-ERRO6      PIC X(02) VALUE "00".
       77 ST-ERRO7      PIC X(02) VALUE "00".
       77 W-CTLPRE      PIC 9(01) VALUE ZEROS.
       77 W-CTLMDC      PIC 9(01) VALUE ZEROS.
       77 W-FIMPRE      PIC 9(01) VALUE ZEROS.
      *    DESTINO DAS PRESCRICOES: 0 = TELA   1 = IMPRESSAO
       77 W-RXDEST      PIC 9(01) VALUE ZEROS.

      *    ATENDIMENTOS COLETADOS (ATE 300), ORDENADOS PELA DATA
      *    INVERTIDA AAAAMMDD + HORA PARA SAIR EM ORDEM CRONOLOGICA
       01 LIN-ATE3.
          03 FILLER      PIC X(08) VALUE "  OBS : ".
          03 LA3-OBS     PIC X(60).
       01 LIN-ATE4.
          03 FILLER      PIC X(08) VALUE "  RX  : ".
          03 LA4-MEDIC   PIC 9(04).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LA4-NOME    PIC X(30).
          03 FILLER      PIC X(06) VALUE " QTDE ".
          03 LA4-QTDE    PIC ZZ9.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LA4-CTRL    PIC X(08).
       01 LIN-ATE5.
          03 FILLER      PIC X(13) VALUE SPACES.
          03 FILLER      PIC X(05) VALUE "USO: ".
          03 LA5-POSOL   PIC X(40).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ATENDIM CADPACI CADMED
              GO TO ROT-FIM.
      *    SEM O RECEITUARIO IMPLANTADO O PRONTUARIO SAI SEM AS
      *    PRESCRICOES
       INC-OP4.
           OPEN INPUT PRESCR
           IF ST-ERRO6 = "00"
              MOVE 1 TO W-CTLPRE.
           OPEN INPUT MEDICAM
           IF ST-ERRO7 = "00"
              MOVE 1 TO W-CTLMDC.

       PRO-001.
           MOVE ZEROS TO W-CPFSEL
           END-PERFORM
           MOVE OBSATE TO LA3-OBS
           DISPLAY (W-LINHA, 01) LIN-ATE3
           ADD 1 TO W-LINHA
           MOVE 0 TO W-RXDEST
           PERFORM PRO-RX THRU PRO-RX-FIM.
       PRO-MOSTRA1-FIM.
           EXIT.

              END-IF
           END-PERFORM
           MOVE OBSATE TO LA3-OBS
           WRITE LINHA-REL FROM LIN-ATE3
           MOVE 1 TO W-RXDEST
           PERFORM PRO-RX THRU PRO-RX-FIM.
       PRO-IMPRIME1-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    MEDICAMENTOS PRESCRITOS NO ATENDIMENTO LIDO. NA TELA O
      *    QUE NAO COUBE ATE A LINHA 20 FICA SO NA IMPRESSAO
       PRO-RX.
           MOVE 0 TO W-FIMPRE
           IF W-CTLPRE = 0
              GO TO PRO-RX-FIM.
           MOVE CRMATE TO PRECRM
           MOVE DATAATE TO PREDATA
           MOVE HORAATE TO PREHORA
           MOVE SEQATE TO PRESEQENC
           MOVE 0 TO PREITEM
           START PRESCR KEY IS NOT LESS THAN CHAVEPRE
           IF ST-ERRO6 NOT = "00"
              GO TO PRO-RX-FIM.
           PERFORM PRO-RX1 THRU PRO-RX1-FIM
              UNTIL W-FIMPRE = 1.
       PRO-RX-FIM.
           EXIT.
       PRO-RX1.
           READ PRESCR NEXT RECORD
           IF ST-ERRO6 NOT = "00"
              MOVE 1 TO W-FIMPRE
              GO TO PRO-RX1-FIM.
           IF PRECRM NOT = CRMATE OR PREDATA NOT = DATAATE OR
              PREHORA NOT = HORAATE OR PRESEQENC NOT = SEQATE
              MOVE 1 TO W-FIMPRE
              GO TO PRO-RX1-FIM.
           MOVE PREMEDIC TO LA4-MEDIC
           MOVE "(NAO CADASTRADO)" TO LA4-NOME
           IF W-CTLMDC = 1
              MOVE PREMEDIC TO MDCCOD
              READ MEDICAM
              IF ST-ERRO7 = "00"
                 MOVE MDCNOME TO LA4-NOME
              END-IF
           END-IF
           MOVE PREQTDE TO LA4-QTDE
           MOVE SPACES TO LA4-CTRL
           IF PRECTRL = "S"
              MOVE "CONTROL." TO LA4-CTRL.
           IF W-RXDEST = 1
              WRITE LINHA-REL FROM LIN-ATE4
              MOVE PREPOSOL TO LA5-POSOL
              WRITE LINHA-REL FROM LIN-ATE5
              GO TO PRO-RX1-FIM.
           IF W-LINHA < 21
              DISPLAY (W-LINHA, 01) LIN-ATE4
              ADD 1 TO W-LINHA.
       PRO-RX1-FIM.
           EXIT.

      *-------------------------------------------------------------
       ROT-FIM.
           IF W-CTLPRE = 1
              CLOSE PRESCR
           END-IF
           IF W-CTLMDC = 1
              CLOSE MEDICAM
           END-IF
           CLOSE ATENDIM CADPACI CADMED PROCED.
           DISPLAY (01, 01) ERASE.
           EXIT PROGRAM.
