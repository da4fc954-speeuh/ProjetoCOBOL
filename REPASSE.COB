            SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO7.

            SELECT COMPET ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CMPANOMES
                    FILE STATUS  IS ST-ERRO8.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FD RELATORIO
               LABEL RECORD IS STANDARD.
       01 LINHA-REL           PIC X(80).
      *
       FD COMPET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "COMPET.DAT".
       01 REGCOMPET.
                03 CMPANOMES         PIC 9(06).
                03 CMPSIT            PIC X(01).
                03 CMPDTFECHA        PIC 9(08).
                03 CMPOPEFECHA       PIC X(08).
                03 CMPDTREAB         PIC 9(08).
                03 CMPOPEREAB        PIC X(08).
                03 CMPMOTIVO         PIC X(40).
                03 CMPQTDREAB        PIC 9(02).
      *    CMPSIT: F=FECHADA  R=REABERTA (SEM REGISTRO = ABERTA)
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO5       PIC X(02) VALUE "00".
       77 ST-ERRO6       PIC X(02) VALUE "00".
       77 ST-ERRO7       PIC X(02) VALUE "00".
       77 ST-ERRO8       PIC X(02) VALUE "00".
       77 W-CTLCMP       PIC 9(01) VALUE ZEROS.
       77 W-CTLATE       PIC 9(01) VALUE ZEROS.
       77 W-CTLPRE       PIC 9(01) VALUE ZEROS.
       77 W-EOF-AGE      PIC 9(01) VALUE ZEROS.
       77 W-TOTREP       PIC 9(10)V99 VALUE ZEROS.
       77 W-QTDGER       PIC 9(06) VALUE ZEROS.
       01 MENS           PIC X(50) VALUE SPACES.
       01 W-DTREAB.
          03 W-REABANO   PIC 9(04).
          03 W-REABMES   PIC 9(02).
          03 W-REABDIA   PIC 9(02).
       01 LIN-AVISO1.
          03 FILLER      PIC X(36) VALUE
                          "*** ATENCAO: COMPETENCIA REABERTA EM".
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LAV-DIA     PIC 9(02).
          03 FILLER      PIC X(01) VALUE "/".
          03 LAV-MES     PIC 9(02).
          03 FILLER      PIC X(01) VALUE "/".
          03 LAV-ANO     PIC 9(04).
          03 FILLER      PIC X(05) VALUE " POR ".
          03 LAV-OPER    PIC X(08).
          03 FILLER      PIC X(04) VALUE " ***".
       01 LIN-AVISO2.
          03 FILLER      PIC X(13) VALUE "    MOTIVO : ".
          03 LAV-MOTIVO  PIC X(40).
       01 LIN-AVISO3.
          03 FILLER      PIC X(50) VALUE
             "    VALORES PODEM DIFERIR DO JA ENVIADO/PAGO".
       01 W-ANOMES.
          03 W-ANOSEL    PIC 9(04).
          03 W-MESSEL    PIC 9(02).
              CLOSE AGENDA CADCONV CADMED REPASMED
              GO TO ROT-FIMS.

      *    COMPETENCIA REABERTA NO FECHCOMP DEPOIS DE FECHADA: O
      *    RESULTADO DESTA RODADA PODE DIFERIR DO JA ENVIADO, ENTAO
      *    AVISA NA TELA E NO TOPO DO RELATORIO. O COMPET E OPCIONAL
       INC-OP4A.
           MOVE 0 TO W-CTLCMP
           OPEN INPUT COMPET
           IF ST-ERRO8 NOT = "00"
              GO TO INC-OP4A-FIM.
           MOVE 1 TO W-CTLCMP
           MOVE W-ANOMES TO CMPANOMES
           READ COMPET
           IF ST-ERRO8 NOT = "00" OR CMPSIT NOT = "R"
              GO TO INC-OP4A-FIM.
           MOVE CMPDTREAB  TO W-DTREAB
           MOVE W-REABDIA  TO LAV-DIA
           MOVE W-REABMES  TO LAV-MES
           MOVE W-REABANO  TO LAV-ANO
           MOVE CMPOPEREAB TO LAV-OPER
           MOVE CMPMOTIVO  TO LAV-MOTIVO
           DISPLAY LIN-AVISO1
           DISPLAY LIN-AVISO2
           WRITE LINHA-REL FROM LIN-AVISO1
           WRITE LINHA-REL FROM LIN-AVISO2
           WRITE LINHA-REL FROM LIN-AVISO3
           WRITE LINHA-REL FROM SPACES.
       INC-OP4A-FIM.
           EXIT.

      *    UMA UNICA PASSADA NA AGENDA ACUMULANDO A PRODUCAO POR CRM
       REP-PROC.
           PERFORM REP-CONSULTA THRU REP-CONSULTA-FIM
           IF W-CTLPRE = 1
              CLOSE PRECONV
           END-IF
           IF W-CTLCMP = 1
              CLOSE COMPET
           END-IF
           CLOSE AGENDA CADCONV CADMED REPASMED RELATORIO.
           DISPLAY "*** DEMONSTRATIVOS DE REPASSE GERADOS ***".
           EXIT PROGRAM.
