       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELGLOSA.
      *AUTHOR. LUCAS ALVES VIEIRA.
      ********************************************************
      * RELATORIO DE RECURSOS DE GLOSA *
      * PERCORRE O CONTROLE DE RECURSOS (RECGLOSA) E TOTALIZA *
      * POR CONVENIO E MOTIVO DA GLOSA OS RECURSOS EM ABERTO *
      * (REGISTRADOS OU ENVIADOS), ACEITOS (INTEGRAL OU *
      * PARCIAL) E NEGADOS, COM O VALOR CONTESTADO E O VALOR *
      * RECUPERADO. COMPETENCIA ZERADA LISTA TODAS *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT RECGLOSA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEREC
                    FILE STATUS  IS ST-ERRO.

            SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION  IS INDEXED
                    ACCESS MODE   IS DYNAMIC
                    RECORD KEY    IS CODIGO
                    FILE STATUS   IS ST-ERRO5.

            SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD RECGLOSA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RECGLOSA.DAT".
       01 REGRECGLOSA.
          03 CHAVEREC.
             05 RECCRM        PIC 9(06).
             05 RECDATA       PIC 9(08).
             05 RECHORA       PIC 9(04).
             05 RECSEQ        PIC 9(02).
          03 RECCONV          PIC 9(04).
          03 RECCOMP          PIC 9(06).
          03 RECVLRGLOSA      PIC 9(08)V99.
          03 RECMOTGLOSA      PIC X(02).
          03 RECJUSTIF        PIC X(60).
          03 RECDTENVIO       PIC 9(08).
          03 RECDTREAPR       PIC 9(08).
          03 RECVLRPAGO       PIC 9(08)V99.
          03 RECDTRET         PIC 9(08).
          03 RECOPERADOR      PIC X(08).
          03 RECSTATUS        PIC X(01).
      *
       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCADCONV.
                03 CODIGO            PIC 9(04).
                03 NOME              PIC X(30).
                03 FILLER            PIC X(24).
                03 STATUSREG         PIC X(01).
      *
       FD RELATORIO
               LABEL RECORD IS STANDARD.
       01 LINHA-REL           PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-ERRO4       PIC X(02) VALUE "00".
       77 ST-ERRO5       PIC X(02) VALUE "00".
       77 W-CTLCONV      PIC 9(01) VALUE ZEROS.
       77 W-EOF-REC      PIC 9(01) VALUE ZEROS.
       77 W-QTDITEM      PIC 9(03) VALUE ZEROS.
       77 IND            PIC 9(03) VALUE ZEROS.
       77 W-ACHOU        PIC 9(01) VALUE ZEROS.
       77 W-AVISOTAB     PIC 9(01) VALUE ZEROS.
       01 MENS           PIC X(50) VALUE SPACES.
       01 W-COMPSEL.
          03 W-ANOSEL    PIC 9(04).
          03 W-MESSEL    PIC 9(02).

      *    ACUMULADORES POR CONVENIO + MOTIVO (ATE 500)
       01 TAB-REC.
          03 TR-ITEM     OCCURS 500 TIMES.
             05 TR-CONV     PIC 9(04).
             05 TR-MOT      PIC X(02).
             05 TR-QTDABE   PIC 9(05).
             05 TR-VLRABE   PIC 9(09)V99.
             05 TR-QTDACE   PIC 9(05).
             05 TR-VLRACE   PIC 9(09)V99.
             05 TR-QTDNEG   PIC 9(05).
             05 TR-VLRNEG   PIC 9(09)V99.
       01 TOT-REC.
          03 TT-QTDABE   PIC 9(06) VALUE ZEROS.
          03 TT-VLRABE   PIC 9(10)V99 VALUE ZEROS.
          03 TT-QTDACE   PIC 9(06) VALUE ZEROS.
          03 TT-VLRACE   PIC 9(10)V99 VALUE ZEROS.
          03 TT-QTDNEG   PIC 9(06) VALUE ZEROS.
          03 TT-VLRNEG   PIC 9(10)V99 VALUE ZEROS.

       01 LIN-CAB1.
          03 FILLER      PIC X(20) VALUE SPACES.
          03 FILLER      PIC X(36) VALUE
             "RECURSOS DE GLOSA POR CONVENIO".
          03 FILLER      PIC X(13) VALUE "COMPETENCIA: ".
          03 LC1-COMP    PIC X(07).
       01 LIN-CAB2.
          03 FILLER      PIC X(06) VALUE "CONV".
          03 FILLER      PIC X(26) VALUE "NOME".
          03 FILLER      PIC X(04) VALUE "MOT".
          03 FILLER      PIC X(22) VALUE "   EM ABERTO".
          03 FILLER      PIC X(22) VALUE "   ACEITOS (RECUPER.)".
          03 FILLER      PIC X(20) VALUE "   NEGADOS".
       01 LIN-DET1.
          03 LD-CONV     PIC ZZZ9.
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LD-NOME     PIC X(25).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-MOT      PIC X(02).
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LD-QTDABE   PIC ZZ.ZZ9.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-VLRABE   PIC Z.ZZZ.ZZ9,99.
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LD-QTDACE   PIC ZZ.ZZ9.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-VLRACE   PIC Z.ZZZ.ZZ9,99.
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LD-QTDNEG   PIC ZZ.ZZ9.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-VLRNEG   PIC Z.ZZZ.ZZ9,99.
       01 LIN-TOT1.
          03 FILLER      PIC X(36) VALUE "TOTAL GERAL".
          03 LT-QTDABE   PIC ZZ.ZZ9.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LT-VLRABE   PIC Z.ZZZ.ZZ9,99.
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LT-QTDACE   PIC ZZ.ZZ9.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LT-VLRACE   PIC Z.ZZZ.ZZ9,99.
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LT-QTDNEG   PIC ZZ.ZZ9.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LT-VLRNEG   PIC Z.ZZZ.ZZ9,99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "RELATORIO DE RECURSOS DE GLOSA"
           DISPLAY "COMPETENCIA (AAAAMM, ZERO=TODAS): "
           ACCEPT W-COMPSEL
           IF W-COMPSEL NOT = ZEROS
              IF W-MESSEL < 01 OR W-MESSEL > 12
                 DISPLAY "*** COMPETENCIA INVALIDA ***"
                 GO TO ROT-FIMS.
       INC-OP0.
           OPEN INPUT RECGLOSA
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO RECGLOSA NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              GO TO ROT-FIMS.
      *    O CADCONV E OPCIONAL: SEM ELE O RELATORIO SAI SEM O NOME
       INC-OP1.
           MOVE 0 TO W-CTLCONV
           OPEN INPUT CADCONV
           IF ST-ERRO5 = "00"
              MOVE 1 TO W-CTLCONV.
       INC-OP2.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO4 NOT = "00"
              MOVE "* ERRO AO CRIAR RELATORIO *" TO MENS
              DISPLAY MENS
              CLOSE RECGLOSA
              GO TO ROT-FIMS.

       REL-PROC.
           PERFORM REL-RECURSO THRU REL-RECURSO-FIM
              UNTIL W-EOF-REC = 1.
           PERFORM REL-IMPRIME THRU REL-IMPRIME-FIM.

       ROT-FIM.
           IF W-CTLCONV = 1
              CLOSE CADCONV
           END-IF
           CLOSE RECGLOSA RELATORIO.
           DISPLAY "*** RELATORIO DE RECURSOS DE GLOSA EMITIDO ***".
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.

      *-----------------------------------------------------------------
       REL-RECURSO.
           READ RECGLOSA NEXT RECORD
              AT END
                 MOVE 1 TO W-EOF-REC
                 GO TO REL-RECURSO-FIM.
           IF W-COMPSEL NOT = ZEROS AND RECCOMP NOT = W-COMPSEL
              GO TO REL-RECURSO-FIM.
           PERFORM REL-ACHA THRU REL-ACHA-FIM
           IF W-ACHOU = 0
              GO TO REL-RECURSO-FIM.
           IF RECSTATUS = "A" OR RECSTATUS = "E"
              ADD 1 TO TR-QTDABE(IND) TT-QTDABE
              ADD RECVLRGLOSA TO TR-VLRABE(IND) TT-VLRABE.
           IF RECSTATUS = "C" OR RECSTATUS = "P"
              ADD 1 TO TR-QTDACE(IND) TT-QTDACE
              ADD RECVLRPAGO TO TR-VLRACE(IND) TT-VLRACE.
           IF RECSTATUS = "N"
              ADD 1 TO TR-QTDNEG(IND) TT-QTDNEG
              ADD RECVLRGLOSA TO TR-VLRNEG(IND) TT-VLRNEG.
       REL-RECURSO-FIM.
           EXIT.

      *    POSICIONA IND NA LINHA CONVENIO+MOTIVO, CRIANDO SE PRECISO
       REL-ACHA.
           MOVE 0 TO W-ACHOU
           MOVE 1 TO IND.
       REL-ACHA1.
           IF IND > W-QTDITEM
              GO TO REL-ACHA2.
           IF TR-CONV(IND) = RECCONV AND TR-MOT(IND) = RECMOTGLOSA
              MOVE 1 TO W-ACHOU
              GO TO REL-ACHA-FIM.
           ADD 1 TO IND
           GO TO REL-ACHA1.
       REL-ACHA2.
           IF W-QTDITEM NOT < 500
              IF W-AVISOTAB = 0
                 DISPLAY "*** TABELA DE CONVENIOS ESGOTADA - "
                         "RELATORIO INCOMPLETO, CONFERIR ***"
                 MOVE 1 TO W-AVISOTAB
              END-IF
              GO TO REL-ACHA-FIM.
           ADD 1 TO W-QTDITEM
           MOVE W-QTDITEM TO IND
           MOVE RECCONV     TO TR-CONV(IND)
           MOVE RECMOTGLOSA TO TR-MOT(IND)
           MOVE ZEROS TO TR-QTDABE(IND) TR-VLRABE(IND)
                         TR-QTDACE(IND) TR-VLRACE(IND)
                         TR-QTDNEG(IND) TR-VLRNEG(IND)
           MOVE 1 TO W-ACHOU.
       REL-ACHA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       REL-IMPRIME.
           IF W-COMPSEL = ZEROS
              MOVE "TODAS" TO LC1-COMP
           ELSE
              MOVE SPACES TO LC1-COMP
              STRING W-MESSEL "/" W-ANOSEL DELIMITED BY SIZE
                 INTO LC1-COMP.
           WRITE LINHA-REL FROM LIN-CAB1
           WRITE LINHA-REL FROM SPACES
           WRITE LINHA-REL FROM LIN-CAB2
           PERFORM REL-LINHA THRU REL-LINHA-FIM
              VARYING IND FROM 1 BY 1 UNTIL IND > W-QTDITEM
           WRITE LINHA-REL FROM SPACES
           MOVE TT-QTDABE TO LT-QTDABE
           MOVE TT-VLRABE TO LT-VLRABE
           MOVE TT-QTDACE TO LT-QTDACE
           MOVE TT-VLRACE TO LT-VLRACE
           MOVE TT-QTDNEG TO LT-QTDNEG
           MOVE TT-VLRNEG TO LT-VLRNEG
           WRITE LINHA-REL FROM LIN-TOT1.
       REL-IMPRIME-FIM.
           EXIT.

       REL-LINHA.
           MOVE TR-CONV(IND) TO LD-CONV
           MOVE SPACES TO LD-NOME
           IF W-CTLCONV = 1
              MOVE TR-CONV(IND) TO CODIGO
              READ CADCONV
              IF ST-ERRO5 = "00"
                 MOVE NOME TO LD-NOME
              END-IF
           END-IF
           MOVE TR-MOT(IND)    TO LD-MOT
           MOVE TR-QTDABE(IND) TO LD-QTDABE
           MOVE TR-VLRABE(IND) TO LD-VLRABE
           MOVE TR-QTDACE(IND) TO LD-QTDACE
           MOVE TR-VLRACE(IND) TO LD-VLRACE
           MOVE TR-QTDNEG(IND) TO LD-QTDNEG
           MOVE TR-VLRNEG(IND) TO LD-VLRNEG
           WRITE LINHA-REL FROM LIN-DET1.
       REL-LINHA-FIM.
           EXIT.
      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
