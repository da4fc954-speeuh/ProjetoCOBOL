      * PARA UM CONVENIO E PERIODO, JUNTA A AUTORIZACAO DE *
      * CADA PACIENTE COM AS CONSULTAS DA AGENDA E GERA O *
      * ARQUIVO DE INTERCAMBIO (HEADER, UM DETALHE POR GUIA E *
      * TRAILER COM TOTAIS) MAIS O PROTOCOLO IMPRESSO. A *
      * TELECONSULTA VAI COM A MODALIDADE E O CODIGO DE *
      * TELEMEDICINA ACEITO PELO CONVENIO (CONVTEL) *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    RECORD KEY   IS CHAVEPRE
                    FILE STATUS  IS ST-ERRO5.

            SELECT TELECON ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVETEL
                    FILE STATUS  IS ST-ERRO6.

            SELECT CONVTEL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TLCCONV
                    FILE STATUS  IS ST-ERRO7.

            SELECT INTERCAMBIO ASSIGN TO W-NOMEINT
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO2.
                03 PREVALOR             PIC 9(06)V99.
                03 PREVIGINI            PIC 9(08).
                03 STATUSPRE            PIC X(01).
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
       FD CONVTEL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONVTEL.DAT".
       01 REGCONVTEL.
                03 TLCCONV              PIC 9(04).
                03 TLCPROC              PIC 9(04).
                03 TLCCODEXT            PIC X(10).
                03 STATUSREG            PIC X(01).
      *
       FD INTERCAMBIO
               LABEL RECORD IS STANDARD.
       01 LINHA-INT          PIC X(101).
      *
       FD RELATORIO
               LABEL RECORD IS STANDARD.
       77 ST-ERRO3       PIC X(02) VALUE "00".
       77 ST-ERRO4       PIC X(02) VALUE "00".
       77 ST-ERRO5       PIC X(02) VALUE "00".
       77 ST-ERRO6       PIC X(02) VALUE "00".
       77 ST-ERRO7       PIC X(02) VALUE "00".
       77 W-CTLATE       PIC 9(01) VALUE ZEROS.
       77 W-CTLPRE       PIC 9(01) VALUE ZEROS.
       77 W-CTLTEL       PIC 9(01) VALUE ZEROS.
       77 W-CTLTLC       PIC 9(01) VALUE ZEROS.
       77 W-CTLPRC       PIC 9(01) VALUE ZEROS.
       77 W-VLRITEM      PIC 9(06)V99 VALUE ZEROS.
       77 W-DTCONSCMP    PIC 9(08) VALUE ZEROS.
       77 IND-PRO        PIC 9(01) VALUE ZEROS.
          03 IH-PERIODO  PIC 9(06).
          03 IH-DTGER    PIC 9(08).
          03 IH-NOME     PIC X(30).
          03 FILLER      PIC X(52) VALUE SPACES.
       01 INT-DETALHE.
          03 FILLER      PIC X(01) VALUE "1".
          03 ID-CPF      PIC 9(11).
          03 ID-DATA     PIC 9(08).
          03 ID-HORA     PIC 9(04).
          03 ID-VALOR    PIC 9(08)V99.
          03 ID-MODAL    PIC X(01).
          03 ID-CODTELE  PIC X(10).
      *    ID-MODAL: P=PRESENCIAL  T=TELECONSULTA
       01 INT-TRAILER.
          03 FILLER      PIC X(01) VALUE "9".
          03 IT-QTD      PIC 9(06).
          03 IT-VALOR    PIC 9(11)V99.
          03 FILLER      PIC X(81) VALUE SPACES.

       01 LIN-CAB1.
          03 FILLER      PIC X(14) VALUE SPACES.
              OPEN INPUT PRECONV
              IF ST-ERRO5 = "00"
                 MOVE 1 TO W-CTLPRE.
      *    TELECONSULTA: SEM O TELECON TODA GUIA E PRESENCIAL. O
      *    CONVTEL E LIDO UMA VEZ SO PARA O CONVENIO EXPORTADO; O
      *    PROCEDIMENTO DE TELEMEDICINA PRECISA DO PROCED (E DO
      *    PRECONV) MESMO SEM O ATENDIM
       INC-OP2C.
           MOVE 0 TO W-CTLTEL W-CTLTLC W-CTLPRC
           OPEN INPUT TELECON
           IF ST-ERRO6 NOT = "00"
              GO TO INC-OP3.
           MOVE 1 TO W-CTLTEL
           OPEN INPUT CONVTEL
           IF ST-ERRO7 NOT = "00"
              GO TO INC-OP3.
           MOVE W-CONVSEL TO TLCCONV
           READ CONVTEL
           IF ST-ERRO7 = "00"
              MOVE 1 TO W-CTLTLC.
           CLOSE CONVTEL
           IF W-CTLTLC = 0 OR W-CTLATE = 1
              GO TO INC-OP3.
           OPEN INPUT PROCED
           IF ST-ERRO4 NOT = "00"
              GO TO INC-OP3.
           MOVE 1 TO W-CTLPRC
           OPEN INPUT PRECONV
           IF ST-ERRO5 = "00"
              MOVE 1 TO W-CTLPRE.
       INC-OP3.
           OPEN OUTPUT INTERCAMBIO
           IF ST-ERRO2 NOT = "00"
           IF W-CTLPRE = 1
              CLOSE PRECONV
           END-IF
           IF W-CTLPRC = 1
              CLOSE PROCED
           END-IF
           IF W-CTLTEL = 1
              CLOSE TELECON
           END-IF
           CLOSE CADPACI AGENDA CADCONV INTERCAMBIO RELATORIO.
           DISPLAY "GUIAS EXPORTADAS: " W-QTDDET " EM " W-NOMEINT.
           EXIT PROGRAM.

       EXP-DETALHE.
           PERFORM EXP-VALOR THRU EXP-VALOR-FIM
           PERFORM EXP-TELE THRU EXP-TELE-FIM
           MOVE W-CPFPAC TO ID-CPF
           MOVE NOMEPACI TO ID-NOME
           MOVE NUMAUTORIZ TO ID-AUTORIZ
       EXP-VALOR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    TELECONSULTA: VAI COM O CODIGO DE TELEMEDICINA DO CONVENIO
      *    E VALE O PRECO DO PROCEDIMENTO DE TELEMEDICINA. CONVTEL
      *    INATIVADO CONTINUA VALENDO PARA O JA AGENDADO
       EXP-TELE.
           MOVE "P" TO ID-MODAL
           MOVE SPACES TO ID-CODTELE
           IF W-CTLTEL = 0
              GO TO EXP-TELE-FIM.
           MOVE CHAVEAGE TO CHAVETEL
           READ TELECON
           IF ST-ERRO6 NOT = "00"
              GO TO EXP-TELE-FIM.
           MOVE "T" TO ID-MODAL
           IF W-CTLTLC = 0
              GO TO EXP-TELE-FIM.
           MOVE TLCCODEXT TO ID-CODTELE
           IF W-CTLATE = 0 AND W-CTLPRC = 0
              GO TO EXP-TELE-FIM.
           MOVE TLCPROC TO CODPROC
           READ PROCED
           IF ST-ERRO4 = "00"
              PERFORM EXP-PRECO THRU EXP-PRECO-FIM
              MOVE W-VLRITEM TO W-VLRCONS.
       EXP-TELE-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    PRECO DO PROCEDIMENTO: O VALOR NEGOCIADO DO CONVENIO
      *    EXPORTADO, QUANDO VIGENTE NA DATA; SENAO O VLRPROC CHEIO
