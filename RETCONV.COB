      * ITEM DO ARQUIVO DE RETORNO DO CONVENIO PELA CHAVE *
      * CRM+DATA+HORA, MARCA O TITULO COMO PAGO OU GLOSADO E *
      * IMPRIME O RELATORIO DE GLOSAS POR CONVENIO E O SALDO *
      * EM ABERTO POR COMPETENCIA. TITULO GLOSADO COM RECURSO *
      * REGISTRADO (RECGLOSA) TEM O RETORNO TRATADO COMO O *
      * PAGAMENTO DO RECURSO *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    RECORD KEY    IS CODIGO
                    FILE STATUS   IS ST-ERRO5.

            SELECT RECGLOSA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEREC
                    FILE STATUS  IS ST-ERRO6.

            SELECT FATURA ASSIGN TO W-NOMEFAT
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO2.
                03 NOME              PIC X(30).
                03 FILLER            PIC X(24).
                03 STATUSREG         PIC X(01).
      *
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
      *    RECSTATUS: A=ABERTO  E=ENVIADO  C=ACEITO  P=ACEITO PARCIAL
      *               N=NEGADO
      *
       FD FATURA
               LABEL RECORD IS STANDARD.
       01 LINHA-FAT           PIC X(71).
      *
       FD RETORNO
               LABEL RECORD IS STANDARD.
       77 ST-ERRO3       PIC X(02) VALUE "00".
       77 ST-ERRO4       PIC X(02) VALUE "00".
       77 ST-ERRO5       PIC X(02) VALUE "00".
       77 ST-ERRO6       PIC X(02) VALUE "00".
       77 W-CTLREC       PIC 9(01) VALUE ZEROS.
       77 W-CTLRET       PIC 9(01) VALUE ZEROS.
       77 W-CTLCONV      PIC 9(01) VALUE ZEROS.
       77 W-EOF-FAT      PIC 9(01) VALUE ZEROS.
       77 W-QTDBAIXA     PIC 9(06) VALUE ZEROS.
       77 W-QTDGLOSA     PIC 9(06) VALUE ZEROS.
       77 W-QTDSEMFAT    PIC 9(06) VALUE ZEROS.
       77 W-QTDRECACE    PIC 9(06) VALUE ZEROS.
       77 W-QTDRECNEG    PIC 9(06) VALUE ZEROS.
       77 W-QTDJAAPL     PIC 9(06) VALUE ZEROS.
       77 W-QTDCONV      PIC 9(03) VALUE ZEROS.
       77 W-QTDCOMP      PIC 9(02) VALUE ZEROS.
       77 IND            PIC 9(03) VALUE ZEROS.
          03 FAT-VLR     PIC 9(08)V99.
          03 FILLER      PIC X(01).
          03 FAT-COPART  PIC 9(04)V99.
          03 FILLER      PIC X(01).
          03 FAT-MODAL   PIC X(01).
          03 FILLER      PIC X(01).
          03 FAT-CODTELE PIC X(10).

      *    IMAGEM DO DETALHE DO ARQUIVO DE RETORNO DO CONVENIO
       01 RET-DET.
       01 LIN-RES4.
          03 FILLER      PIC X(26) VALUE "RETORNOS SEM FATURA      :".
          03 LR4-QTD     PIC ZZZ.ZZ9.
       01 LIN-RES5.
          03 FILLER      PIC X(26) VALUE "RECURSOS DE GLOSA ACEITOS:".
          03 LR5-QTD     PIC ZZZ.ZZ9.
       01 LIN-RES6.
          03 FILLER      PIC X(26) VALUE "RECURSOS DE GLOSA NEGADOS:".
          03 LR6-QTD     PIC ZZZ.ZZ9.
       01 LIN-RES7.
          03 FILLER      PIC X(26) VALUE "RETORNOS JA APLICADOS    :".
          03 LR7-QTD     PIC ZZZ.ZZ9.
       01 LIN-SECAO.
          03 LS-TITULO   PIC X(44).
       01 LIN-GLO1.
           OPEN INPUT CADCONV
           IF ST-ERRO5 = "00"
              MOVE 1 TO W-CTLCONV.
      *    SEM O CONTROLE DE RECURSOS TODO RETORNO E TRATADO COMO
      *    PAGAMENTO ORIGINAL DO TITULO, COMO SEMPRE FOI
       INC-OP2B.
           MOVE 0 TO W-CTLREC
           OPEN I-O RECGLOSA
           IF ST-ERRO6 = "00"
              MOVE 1 TO W-CTLREC.
       INC-OP3.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO4 NOT = "00"
           IF W-CTLCONV = 1
              CLOSE CADCONV
           END-IF
           IF W-CTLREC = 1
              CLOSE RECGLOSA
           END-IF
           CLOSE FATURA TITULOS RELATORIO.
           DISPLAY "TITULOS CARREGADOS: " W-QTDCARGA.
           DISPLAY "TITULOS BAIXADOS  : " W-QTDBAIXA.
           DISPLAY "TITULOS GLOSADOS  : " W-QTDGLOSA.
           DISPLAY "RECURSOS ACEITOS  : " W-QTDRECACE.
           DISPLAY "RECURSOS NEGADOS  : " W-QTDRECNEG.
           DISPLAY "JA APLICADOS      : " W-QTDJAAPL.
           DISPLAY "*** RETORNO DO CONVENIO PROCESSADO ***".
           EXIT PROGRAM.
       ROT-FIMS.
              MOVE RET-HORA TO LSF-HORA
              WRITE LINHA-REL FROM LIN-SEM1
              GO TO BAI-RETORNO-FIM.
      *    TITULO COM RECURSO REGISTRADO: SO O RETORNO DE UMA
      *    COMPETENCIA POSTERIOR A DO TITULO (REAPRESENTACAO) PAGA O
      *    RECURSO. O RETORNO ORIGINAL REPROCESSADO, OU O DA
      *    REAPRESENTACAO JA APLICADO, NAO MEXE MAIS NO TITULO
           IF W-CTLREC = 1
              MOVE CHAVETIT TO CHAVEREC
              READ RECGLOSA
              IF ST-ERRO6 = "00"
                 IF W-ANOMES > RECCOMP AND
                    (RECSTATUS = "A" OR RECSTATUS = "E")
                    PERFORM BAI-RECURSO THRU BAI-RECURSO-FIM
                 ELSE
                    ADD 1 TO W-QTDJAAPL
                 END-IF
                 GO TO BAI-RETORNO-FIM
              END-IF
           END-IF
           MOVE RET-VLRPAGO TO TITVLRPAGO
           MOVE W-DTHOJE    TO TITDTBAIXA
           IF TITVLRPAGO NOT < TITVLR
       BAI-RETORNO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    RETORNO DE TITULO GLOSADO COM RECURSO PENDENTE: O VALOR
      *    PAGO E O DO RECURSO E SOMA AO QUE JA FOI PAGO. QUITANDO O
      *    TITULO ELE E BAIXADO ("B") E O RECURSO ACEITO ("C"); PAGO
      *    EM PARTE O RECURSO FICA "P" COM A GLOSA RESTANTE NO
      *    TITULO; PAGAMENTO ZERO E RECURSO NEGADO ("N")
       BAI-RECURSO.
           ADD RET-VLRPAGO TO TITVLRPAGO
           MOVE RET-VLRPAGO TO RECVLRPAGO
           MOVE W-DTHOJE    TO RECDTRET TITDTBAIXA
           IF RET-VLRPAGO = ZEROS
              MOVE "N" TO RECSTATUS
              ADD 1 TO W-QTDRECNEG
           ELSE
              IF TITVLRPAGO NOT < TITVLR
                 MOVE ZEROS  TO TITVLRGLOSA
                 MOVE SPACES TO TITMOTGLOSA
                 MOVE "B"    TO TITSTATUS
                 MOVE "C"    TO RECSTATUS
              ELSE
                 COMPUTE TITVLRGLOSA = TITVLR - TITVLRPAGO
                 MOVE "P"    TO RECSTATUS
              END-IF
              ADD 1 TO W-QTDRECACE
           END-IF
           REWRITE REGTITULOS
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA REGRAVACAO DO ARQUIVO TITULOS" TO MENS
              DISPLAY MENS
              MOVE 1 TO W-EOF-RET
              GO TO BAI-RECURSO-FIM.
           REWRITE REGRECGLOSA
           IF ST-ERRO6 NOT = "00" AND ST-ERRO6 NOT = "02"
              MOVE "ERRO NA REGRAVACAO DO ARQUIVO RECGLOSA" TO MENS
              DISPLAY MENS
              MOVE 1 TO W-EOF-RET.
       BAI-RECURSO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    ACUMULA AS GLOSAS DA COMPETENCIA POR CONVENIO E O SALDO
      *    EM ABERTO (PENDENTE + PARCELA GLOSADA) POR COMPETENCIA
           WRITE LINHA-REL FROM LIN-RES3
           MOVE W-QTDSEMFAT TO LR4-QTD
           WRITE LINHA-REL FROM LIN-RES4
           MOVE W-QTDRECACE TO LR5-QTD
           WRITE LINHA-REL FROM LIN-RES5
           MOVE W-QTDRECNEG TO LR6-QTD
           WRITE LINHA-REL FROM LIN-RES6
           MOVE W-QTDJAAPL TO LR7-QTD
           WRITE LINHA-REL FROM LIN-RES7
           WRITE LINHA-REL FROM SPACES
           MOVE "--- GLOSAS POR CONVENIO NA COMPETENCIA ---"
                                                 TO LS-TITULO
