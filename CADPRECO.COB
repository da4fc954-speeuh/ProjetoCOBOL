                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPROC
                    FILE STATUS  IS ST-ERRO3.
       SELECT COMPET ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CMPANOMES
                    FILE STATUS  IS ST-ERRO4.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
                03 DESCPROC          PIC X(30).
                03 VLRPROC           PIC 9(06)V99.
                03 STATUSREG         PIC X(01).
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 ST-ERRO2      PIC X(02) VALUE "00".
       77 ST-ERRO3      PIC X(02) VALUE "00".
       77 ST-ERRO4      PIC X(02) VALUE "00".
       77 W-CTLCMP      PIC 9(01) VALUE ZEROS.
       77 W-CMPFECH     PIC 9(01) VALUE ZEROS.
       77 W-CMPDATA     PIC 9(08) VALUE ZEROS.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE PRECONV CADCONV
              GO TO ROT-FIM.
      *    O CONTROLE DE COMPETENCIAS E OPCIONAL: SEM O COMPET
      *    IMPLANTADO NENHUM MES ESTA FECHADO
       INC-OPF.
           OPEN INPUT COMPET
           IF ST-ERRO4 = "00"
              MOVE 1 TO W-CTLCMP.
       INC-001.
                MOVE ZEROS TO CHAVEPRE PREVALOR PREVIGINI
                MOVE "A" TO STATUSREG OF REGPRECONV.
                      MOVE PREVALOR TO MASCVLR
                      DISPLAY (08, 23) MASCVLR
                      DISPLAY (10, 23) PREVIGINI
                      MOVE PREVIGINI TO W-CMPDATA
                      PERFORM VAL-COMPET THRU VAL-COMPET-FIM
                      MOVE "*** PRECO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                   MOVE "*** VIGENCIA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
      *    PRECO NAO PODE ENTRAR EM VIGOR RETROATIVAMENTE DENTRO DE
      *    COMPETENCIA JA FECHADA (FATURADA)
                MOVE PREVIGINI TO W-CMPDATA
                PERFORM VAL-COMPET THRU VAL-COMPET-FIM
                IF W-CMPFECH = 1
                   MOVE "* VIGENCIA EM COMPETENCIA FECHADA *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                IF W-SEL = 1
                              GO TO ALT-OPC.

                   GO TO INC-003.
      *
       EXC-OPC.
                IF W-CMPFECH = 1
                   MOVE "* VIGENCIA EM COMPETENCIA FECHADA *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                MOVE "ERRO NA ALTERACAO DO REGISTRO PRECONV"  TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *    RECUSA VIGENCIA EM COMPETENCIA JA FECHADA NO FECHCOMP.
      *    W-CMPDATA EM AAAAMMDD
      *    W-CMPFECH: 0 = ABERTA   1 = FECHADA
       VAL-COMPET.
                MOVE 0 TO W-CMPFECH
                IF W-CTLCMP = 0
                   GO TO VAL-COMPET-FIM.
                DIVIDE W-CMPDATA BY 100 GIVING CMPANOMES
                READ COMPET
                IF ST-ERRO4 = "00" AND CMPSIT = "F"
                   MOVE 1 TO W-CMPFECH.
       VAL-COMPET-FIM.
                EXIT.
      *-----------------------------------------------------------------
       ROT-FIM.
           IF W-CTLCMP = 1
              CLOSE COMPET
           END-IF
           CLOSE PRECONV CADCONV PROCED.
           DISPLAY (01, 01) ERASE.
           EXIT PROGRAM.
