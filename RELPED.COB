       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPED.
      *AUTHOR. LUCAS ALVES VIEIRA.
      ********************************************************
      * PEDIDOS DE COMPRA PENDENTES DE ENTREGA POR FORNECEDOR *
      * LE O PEDCOMP PELA CHAVE DO FORNECEDOR E LISTA OS *
      * ITENS ABERTOS OU RECEBIDOS EM PARTE, COM A QUANTIDADE *
      * E O VALOR AINDA A RECEBER E A DIVERGENCIA JA MARCADA *
      * NAS ENTRADAS, COM TOTAL POR FORNECEDOR E GERAL *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PEDCOMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPC
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PCFORN
                                    WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PCMAT
                                    WITH DUPLICATES.

            SELECT CADFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FORCOD
                    FILE STATUS  IS ST-ERRO2.

            SELECT CADMAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MATCOD
                    FILE STATUS  IS ST-ERRO3.

            SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD PEDCOMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDCOMP.DAT".
       01 REGPEDCOMP.
          03 CHAVEPC.
             05 PCNUM         PIC 9(06).
             05 PCITEM        PIC 9(02).
          03 PCFORN           PIC 9(04).
          03 PCMAT            PIC 9(04).
          03 PCQTD            PIC 9(06).
          03 PCPRECO          PIC 9(06)V99.
          03 PCDTPED          PIC 9(08).
          03 PCQTDREC         PIC 9(06).
          03 PCPRECOREC       PIC 9(06)V99.
          03 PCDTREC          PIC 9(08).
          03 PCDIVERG         PIC X(01).
          03 PCSTATUS         PIC X(01).
      *
       FD CADFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFORN.DAT".
       01 REGCADFORN.
                03 FORCOD            PIC 9(04).
                03 FORNOME           PIC X(30).
                03 FORCNPJ           PIC 9(14).
                03 FORCONTATO        PIC X(20).
                03 FORTELEFONE       PIC 9(11).
                03 FOREMAIL          PIC X(40).
                03 STATUSREG         PIC X(01).
      *
       FD CADMAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMAT.DAT".
       01 REGCADMAT.
                03 MATCOD            PIC 9(04).
                03 MATDESC           PIC X(30).
                03 MATSALDO          PIC 9(06).
                03 MATMINIMO         PIC 9(06).
                03 STATUSREG         PIC X(01).
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
       77 W-EOF-PC       PIC 9(01) VALUE ZEROS.
       77 W-FORNANT      PIC 9(04) VALUE ZEROS.
       77 W-PENDENTE     PIC 9(06) VALUE ZEROS.
       77 W-VLRPEND      PIC 9(09)V99 VALUE ZEROS.
       77 W-QTDFOR       PIC 9(04) VALUE ZEROS.
       77 W-VLRFOR       PIC 9(11)V99 VALUE ZEROS.
       77 W-QTDITENS     PIC 9(05) VALUE ZEROS.
       77 W-QTDFORN      PIC 9(04) VALUE ZEROS.
       77 W-VLRGERAL     PIC 9(11)V99 VALUE ZEROS.
       77 W-DTHOJE       PIC 9(08) VALUE ZEROS.
       01 MENS           PIC X(50) VALUE SPACES.

       01 LIN-CAB1.
          03 FILLER      PIC X(10) VALUE SPACES.
          03 FILLER      PIC X(42) VALUE
             "PEDIDOS DE COMPRA PENDENTES DE ENTREGA EM".
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LC1-DATA    PIC 9(08).
       01 LIN-FOR.
          03 FILLER      PIC X(12) VALUE "FORNECEDOR: ".
          03 LF-FORN     PIC 9(04).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LF-NOME     PIC X(30).
          03 FILLER      PIC X(07) VALUE "  TEL: ".
          03 LF-TEL      PIC 9(11).
       01 LIN-CAB2.
          03 FILLER      PIC X(10) VALUE "PEDIDO/IT".
          03 FILLER      PIC X(22) VALUE "MATERIAL".
          03 FILLER      PIC X(09) VALUE "DT.PED.".
          03 FILLER      PIC X(08) VALUE "  PEDIDO".
          03 FILLER      PIC X(08) VALUE "  RECEB.".
          03 FILLER      PIC X(08) VALUE "  PEND.".
          03 FILLER      PIC X(11) VALUE "  VLR.PEND.".
          03 FILLER      PIC X(03) VALUE " DV".
       01 LIN-DET.
          03 LD-PED      PIC 9(06).
          03 FILLER      PIC X(01) VALUE "/".
          03 LD-ITEM     PIC 9(02).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-DESC     PIC X(21).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-DTPED    PIC 9(08).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-QTD      PIC ZZZ.ZZ9.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-REC      PIC ZZZ.ZZ9.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-PEND     PIC ZZZ.ZZ9.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-VLR      PIC ZZZ.ZZ9,99.
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LD-DIVERG   PIC X(01).
       01 LIN-TOTFOR.
          03 FILLER      PIC X(32) VALUE
             "     TOTAL DO FORNECEDOR  ITENS:".
          03 LTF-QTD     PIC ZZZ9.
          03 FILLER      PIC X(08) VALUE "  VALOR:".
          03 LTF-VLR     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 LIN-TOT1.
          03 FILLER      PIC X(26) VALUE "FORNECEDORES PENDENTES   :".
          03 LT1-QTD     PIC ZZZ9.
       01 LIN-TOT2.
          03 FILLER      PIC X(26) VALUE "ITENS PENDENTES          :".
          03 LT2-QTD     PIC ZZ.ZZ9.
       01 LIN-TOT3.
          03 FILLER      PIC X(26) VALUE "VALOR PENDENTE TOTAL     :".
          03 LT3-VLR     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 LIN-TOT4.
          03 FILLER      PIC X(50) VALUE
             "DV: Q=QUANTIDADE  P=PRECO  A=AMBAS (NAS ENTRADAS)".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD.
       INC-OP0.
           OPEN INPUT PEDCOMP
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO PEDCOMP NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              GO TO ROT-FIMS.
           OPEN INPUT CADFORN
           IF ST-ERRO2 NOT = "00"
              MOVE "* ARQUIVO CADFORN NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              CLOSE PEDCOMP
              GO TO ROT-FIMS.
           OPEN INPUT CADMAT
           IF ST-ERRO3 NOT = "00"
              MOVE "* ARQUIVO CADMAT NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              CLOSE PEDCOMP CADFORN
              GO TO ROT-FIMS.
       INC-OP1.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO4 NOT = "00"
              MOVE "* ERRO AO CRIAR RELATORIO *" TO MENS
              DISPLAY MENS
              CLOSE PEDCOMP CADFORN CADMAT
              GO TO ROT-FIMS.
           MOVE W-DTHOJE TO LC1-DATA
           WRITE LINHA-REL FROM LIN-CAB1.

       REL-PROC.
           MOVE ZEROS TO PCFORN
           START PEDCOMP KEY IS NOT LESS THAN PCFORN
           IF ST-ERRO NOT = "00"
              MOVE 1 TO W-EOF-PC.
           PERFORM REL-PEDIDO THRU REL-PEDIDO-FIM
              UNTIL W-EOF-PC = 1.
           IF W-FORNANT NOT = ZEROS
              PERFORM REL-TOTFOR THRU REL-TOTFOR-FIM.
           WRITE LINHA-REL FROM SPACES
           MOVE W-QTDFORN TO LT1-QTD
           WRITE LINHA-REL FROM LIN-TOT1
           MOVE W-QTDITENS TO LT2-QTD
           WRITE LINHA-REL FROM LIN-TOT2
           MOVE W-VLRGERAL TO LT3-VLR
           WRITE LINHA-REL FROM LIN-TOT3
           WRITE LINHA-REL FROM LIN-TOT4.

       ROT-FIM.
           CLOSE PEDCOMP CADFORN CADMAT RELATORIO.
           DISPLAY "ITENS PENDENTES DE ENTREGA: " W-QTDITENS.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.

      *-----------------------------------------------------------------
       REL-PEDIDO.
           READ PEDCOMP NEXT RECORD
              AT END
                 MOVE 1 TO W-EOF-PC
                 GO TO REL-PEDIDO-FIM.
           IF PCSTATUS NOT = "A" AND PCSTATUS NOT = "P"
              GO TO REL-PEDIDO-FIM.
           IF PCFORN NOT = W-FORNANT
              IF W-FORNANT NOT = ZEROS
                 PERFORM REL-TOTFOR THRU REL-TOTFOR-FIM
              END-IF
              PERFORM REL-CABFOR THRU REL-CABFOR-FIM
           END-IF
           COMPUTE W-PENDENTE = PCQTD - PCQTDREC
           COMPUTE W-VLRPEND = W-PENDENTE * PCPRECO
           MOVE PCMAT TO MATCOD
           READ CADMAT
           IF ST-ERRO3 NOT = "00"
              MOVE "** MATERIAL NAO CADASTRADO **" TO MATDESC.
           MOVE PCNUM      TO LD-PED
           MOVE PCITEM     TO LD-ITEM
           MOVE MATDESC    TO LD-DESC
           MOVE PCDTPED    TO LD-DTPED
           MOVE PCQTD      TO LD-QTD
           MOVE PCQTDREC   TO LD-REC
           MOVE W-PENDENTE TO LD-PEND
           MOVE W-VLRPEND  TO LD-VLR
           MOVE PCDIVERG   TO LD-DIVERG
           WRITE LINHA-REL FROM LIN-DET
           ADD 1 TO W-QTDFOR W-QTDITENS
           ADD W-VLRPEND TO W-VLRFOR W-VLRGERAL.
       REL-PEDIDO-FIM.
           EXIT.

       REL-CABFOR.
           MOVE PCFORN TO W-FORNANT FORCOD
           ADD 1 TO W-QTDFORN
           MOVE ZEROS TO W-QTDFOR W-VLRFOR
           READ CADFORN
           IF ST-ERRO2 NOT = "00"
              MOVE "** FORNECEDOR NAO CADASTRADO **" TO FORNOME
              MOVE ZEROS TO FORTELEFONE.
           WRITE LINHA-REL FROM SPACES
           MOVE PCFORN      TO LF-FORN
           MOVE FORNOME     TO LF-NOME
           MOVE FORTELEFONE TO LF-TEL
           WRITE LINHA-REL FROM LIN-FOR
           WRITE LINHA-REL FROM LIN-CAB2.
       REL-CABFOR-FIM.
           EXIT.

       REL-TOTFOR.
           MOVE W-QTDFOR TO LTF-QTD
           MOVE W-VLRFOR TO LTF-VLR
           WRITE LINHA-REL FROM LIN-TOTFOR.
       REL-TOTFOR-FIM.
           EXIT.
      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
