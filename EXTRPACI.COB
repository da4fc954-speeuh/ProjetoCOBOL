      * COPARTICIPACAO, CABECALHO CADASTRAL NO ESTILO DA *
      * FICHA E TOTAL DO PERIODO. SERVE PARA O INFORME DE *
      * IMPOSTO DE RENDA E PARA CONTESTACAO DE COBRANCA *
      * QUANDO O RECEBIMENTO DO CAIXA JA TEM NFS-E EMITIDA *
      * (RPS.DAT), O NUMERO DA NOTA SAI NA LINHA DA CONSULTA *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ALTERNATE RECORD KEY IS ENDERECO
                                    WITH DUPLICATES.

            SELECT RPS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RPSNUM
                    FILE STATUS  IS ST-ERRO8
                    ALTERNATE RECORD KEY IS CHAVERPSORI
                                    WITH DUPLICATES.

            SELECT EXTRATO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO7.
                03 CIDADE            PIC X(20).
                03 ESTADO            PIC X(02).
                03 STATUSREG         PIC X(01).
      *
       FD RPS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RPS.DAT".
       01 REGRPS.
          03 RPSNUM           PIC 9(08).
          03 CHAVERPSORI.
             05 RPSORIGEM     PIC X(01).
             05 RPSCRM        PIC 9(06).
             05 RPSDATA       PIC 9(08).
             05 RPSHORA       PIC 9(04).
             05 RPSSEQ        PIC 9(02).
          03 RPSLOTE          PIC 9(06).
          03 RPSDTEMIS        PIC 9(08).
          03 RPSCPF           PIC 9(11).
          03 RPSCONV          PIC 9(04).
          03 RPSVALOR         PIC 9(08)V99.
          03 RPSNFSE          PIC 9(12).
          03 RPSDTNFSE        PIC 9(08).
          03 RPSCODVER        PIC X(12).
          03 RPSSTATUS        PIC X(01).
      *
       FD EXTRATO
               LABEL RECORD IS STANDARD.
       77 ST-ERRO5       PIC X(02) VALUE "00".
       77 ST-ERRO6       PIC X(02) VALUE "00".
       77 ST-ERRO7       PIC X(02) VALUE "00".
       77 ST-ERRO8       PIC X(02) VALUE "00".
       77 W-CTLRPS       PIC 9(01) VALUE ZEROS.
       77 W-EOF-RPS      PIC 9(01) VALUE ZEROS.
       01 TXTSEXO        PIC X(12) VALUE SPACES.
       77 W-CTLATE       PIC 9(01) VALUE ZEROS.
       77 W-CTLPRE       PIC 9(01) VALUE ZEROS.
          03 FILLER      PIC X(32) VALUE "MEDICO".
          03 FILLER      PIC X(15) VALUE "      VALOR".
          03 FILLER      PIC X(12) VALUE "  COPARTIC.".
          03 FILLER      PIC X(07) VALUE "  NFS-E".
       01 LIN-DET.
          03 LD-DIA      PIC 9(02).
          03 FILLER      PIC X(01) VALUE "/".
          03 LD-VLR      PIC ZZZ.ZZ9,99.
          03 FILLER      PIC X(04) VALUE SPACES.
          03 LD-COP      PIC ZZZ9,99.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-NFSE     PIC Z(11)9.
       01 LIN-TOT1.
          03 FILLER      PIC X(26) VALUE "CONSULTAS NO PERIODO     :".
          03 LT1-QTD     PIC ZZZ9.
              OPEN INPUT PRECONV
              IF ST-ERRO5 = "00"
                 MOVE 1 TO W-CTLPRE.
      *    O ARQUIVO DE RPS TAMBEM E OPCIONAL: SEM ELE A COLUNA DA
      *    NFS-E SAI EM BRANCO
       INC-OP3C.
           MOVE 0 TO W-CTLRPS
           OPEN INPUT RPS
           IF ST-ERRO8 = "00"
              MOVE 1 TO W-CTLRPS.
       INC-OP4.
           OPEN OUTPUT EXTRATO
           IF ST-ERRO7 NOT = "00"
           IF W-CTLPRE = 1
              CLOSE PRECONV
           END-IF
           IF W-CTLRPS = 1
              CLOSE RPS
           END-IF
           CLOSE CADPACI AGENDA CADCONV CADMED CADCEP EXTRATO.
           DISPLAY "CONSULTAS NO EXTRATO: " W-QTDCONS.
           DISPLAY "*** EXTRATO GERADO ***".
           ELSE
              MOVE ZEROS TO LD-COP
           END-IF
           PERFORM EXT-NFSE THRU EXT-NFSE-FIM
           WRITE LINHA-EXT FROM LIN-DET.
       EXT-DETALHE-FIM.
           EXIT.
       EXT-VALOR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    NFS-E EMITIDA PARA O RECEBIMENTO DO CAIXA DA CONSULTA
       EXT-NFSE.
           MOVE ZEROS TO LD-NFSE
           IF W-CTLRPS = 0
              GO TO EXT-NFSE-FIM.
           MOVE "C"      TO RPSORIGEM
           MOVE CRM      TO RPSCRM
           MOVE DATACONS TO RPSDATA
           MOVE HORACONS TO RPSHORA
           MOVE SEQENC   TO RPSSEQ
           START RPS KEY IS EQUAL TO CHAVERPSORI
           IF ST-ERRO8 NOT = "00"
              GO TO EXT-NFSE-FIM.
           MOVE 0 TO W-EOF-RPS
           PERFORM EXT-NFSE1 THRU EXT-NFSE1-FIM
              UNTIL W-EOF-RPS = 1.
       EXT-NFSE-FIM.
           EXIT.

       EXT-NFSE1.
           READ RPS NEXT RECORD
              AT END
                 MOVE 1 TO W-EOF-RPS
                 GO TO EXT-NFSE1-FIM.
           IF RPSORIGEM NOT = "C" OR RPSCRM NOT = CRM OR
              RPSDATA NOT = DATACONS OR RPSHORA NOT = HORACONS OR
              RPSSEQ NOT = SEQENC
              MOVE 1 TO W-EOF-RPS
              GO TO EXT-NFSE1-FIM.
           IF RPSSTATUS = "E"
              MOVE RPSNFSE TO LD-NFSE
              MOVE 1 TO W-EOF-RPS.
       EXT-NFSE1-FIM.
           EXIT.

       EXT-PRECO.
           MOVE VLRPROC TO W-VLRITEM
           IF W-CTLPRE = 0
