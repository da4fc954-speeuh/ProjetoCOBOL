      * OPERADOR E FORMA DE PAGAMENTO E LISTA AS DIVERGENCIAS *
      * ENTRE O VALOR RECEBIDO E O VLRCOPART DA TABELA DO *
      * CONVENIO *
      * OS ATENDIMENTOS PARTICULARES (VALOR INTEGRAL) SAO *
      * TOTALIZADOS EM SECAO PROPRIA, COM OS DESCONTOS *
      * CONCEDIDOS E O SUPERVISOR QUE OS AUTORIZOU *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
          03 CXOPERADOR       PIC X(08).
          03 CXDTRECEB        PIC 9(08).
          03 CXHRRECEB        PIC 9(04).
          03 CXTIPO           PIC X(01).
          03 CXVLRBRUTO       PIC 9(06)V99.
          03 CXDESCONTO       PIC 9(06)V99.
          03 CXVLRLIQ         PIC 9(06)V99.
          03 CXPARCELAS       PIC 9(02).
          03 CXSUPERV         PIC X(08).
      *
       FD CADCONV
               LABEL RECORD IS STANDARD
       77 W-ACHOU        PIC 9(01) VALUE ZEROS.
       77 W-TOTDIN       PIC 9(08)V99 VALUE ZEROS.
       77 W-TOTCAR       PIC 9(08)V99 VALUE ZEROS.
       77 W-QTDPAR       PIC 9(06) VALUE ZEROS.
       77 W-PTOTDIN      PIC 9(08)V99 VALUE ZEROS.
       77 W-PTOTCAR      PIC 9(08)V99 VALUE ZEROS.
       77 W-PTOTDESC     PIC 9(08)V99 VALUE ZEROS.
       77 W-QTDDESC      PIC 9(03) VALUE ZEROS.
       77 W-DATAALVO     PIC 9(08) VALUE ZEROS.
       01 MENS           PIC X(50) VALUE SPACES.

             05 TO-QTD   PIC 9(06).
             05 TO-DIN   PIC 9(08)V99.
             05 TO-CAR   PIC 9(08)V99.
             05 TO-PQTD  PIC 9(06).
             05 TO-PDIN  PIC 9(08)V99.
             05 TO-PCAR  PIC 9(08)V99.
             05 TO-PDESC PIC 9(08)V99.

      *    DESCONTOS DO PARTICULAR NO DIA (ATE 200), LISTADOS NO FIM
       01 TAB-DESC.
          03 TD-ITEM     OCCURS 200 TIMES.
             05 TD-OPER  PIC X(08).
             05 TD-CRM   PIC 9(06).
             05 TD-HORA  PIC 9(04).
             05 TD-BRUTO PIC 9(06)V99.
             05 TD-DESC  PIC 9(06)V99.
             05 TD-SUPER PIC X(08).

       01 LIN-CAB1.
          03 FILLER      PIC X(14) VALUE SPACES.
          03 LDV-REC     PIC ZZZ9,99.
          03 FILLER      PIC X(05) VALUE SPACES.
          03 LDV-TAB     PIC ZZZ9,99.
       01 LIN-CAB3.
          03 FILLER      PIC X(09) VALUE "OPERADOR".
          03 FILLER      PIC X(10) VALUE "  ATEND.".
          03 FILLER      PIC X(16) VALUE "     DINHEIRO".
          03 FILLER      PIC X(16) VALUE "       CARTAO".
          03 FILLER      PIC X(16) VALUE "     DESCONTOS".
       01 LIN-DSC1.
          03 FILLER      PIC X(09) VALUE "OPERADOR".
          03 FILLER      PIC X(08) VALUE "CRM".
          03 FILLER      PIC X(06) VALUE "HORA".
          03 FILLER      PIC X(12) VALUE "  INTEGRAL".
          03 FILLER      PIC X(12) VALUE "  DESCONTO".
          03 FILLER      PIC X(10) VALUE "SUPERVISOR".
       01 LIN-DSC2.
          03 LDS-OPER    PIC X(08).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LDS-CRM     PIC 9(06).
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LDS-HORA    PIC 9(04).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LDS-BRUTO   PIC ZZZ.ZZ9,99.
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LDS-DESC    PIC ZZZ.ZZ9,99.
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LDS-SUPER   PIC X(08).
       01 LIN-TOT1.
          03 FILLER      PIC X(26) VALUE "TOTAL GERAL DINHEIRO     :".
          03 LT1-VLR     PIC ZZ.ZZZ.ZZ9,99.
       01 LIN-TOT3.
          03 FILLER      PIC X(26) VALUE "RECEBIMENTOS NO DIA      :".
          03 LT3-QTD     PIC ZZZ.ZZ9.
       01 LIN-TOT4.
          03 FILLER      PIC X(26) VALUE "PARTICULAR DINHEIRO      :".
          03 LT4-VLR     PIC ZZ.ZZZ.ZZ9,99.
       01 LIN-TOT5.
          03 FILLER      PIC X(26) VALUE "PARTICULAR CARTAO        :".
          03 LT5-VLR     PIC ZZ.ZZZ.ZZ9,99.
       01 LIN-TOT6.
          03 FILLER      PIC X(26) VALUE "DESCONTOS CONCEDIDOS     :".
          03 LT6-VLR     PIC ZZ.ZZZ.ZZ9,99.
       01 LIN-TOT7.
          03 FILLER      PIC X(26) VALUE "ATENDIMENTOS PARTICULARES:".
          03 LT7-QTD     PIC ZZZ.ZZ9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       ROT-FIM.
           CLOSE CAIXA CADCONV RELATORIO.
           DISPLAY "RECEBIMENTOS DO DIA: " W-QTDREC.
           DISPLAY "ATENDIMENTOS PARTICULARES: " W-QTDPAR.
           DISPLAY "*** FECHAMENTO DE CAIXA GERADO ***".
           EXIT PROGRAM.
       ROT-FIMS.
              GO TO FEC-RECEB-FIM.
           ADD 1 TO W-QTDREC
           PERFORM FEC-ACUMULA THRU FEC-ACUMULA-FIM
      *    PARTICULAR E COBRADO PELO VALOR INTEGRAL, SEM TABELA DE
      *    COPARTICIPACAO A CONFERIR
           IF CXTIPO = "P"
              GO TO FEC-RECEB-FIM.
      *    RECEBIMENTO DIFERENTE DO VLRCOPART DA TABELA DO CONVENIO
      *    ENTRA NA LISTA DE DIVERGENCIAS PARA A CONFERENCIA
           MOVE CXCONV TO CODIGO
              MOVE CXOPERADOR TO TO-OPER(W-QTDOPE)
              MOVE ZEROS TO TO-QTD(W-QTDOPE) TO-DIN(W-QTDOPE)
                            TO-CAR(W-QTDOPE)
              MOVE ZEROS TO TO-PQTD(W-QTDOPE) TO-PDIN(W-QTDOPE)
                            TO-PCAR(W-QTDOPE) TO-PDESC(W-QTDOPE)
              MOVE W-QTDOPE TO IND
           END-IF
           IF CXTIPO = "P"
              PERFORM FEC-PARTIC THRU FEC-PARTIC-FIM
              GO TO FEC-ACUMULA-FIM.
           ADD 1 TO TO-QTD(IND)
           IF CXFORMA = "D"
              ADD CXVALOR TO TO-DIN(IND)
       FEC-ACUMULA-FIM.
           EXIT.

      *    RECEBIMENTO PARTICULAR: O VALOR PAGO E O LIQUIDO
       FEC-PARTIC.
           ADD 1 TO TO-PQTD(IND) W-QTDPAR
           IF CXFORMA = "D"
              ADD CXVLRLIQ TO TO-PDIN(IND)
              ADD CXVLRLIQ TO W-PTOTDIN
           ELSE
              ADD CXVLRLIQ TO TO-PCAR(IND)
              ADD CXVLRLIQ TO W-PTOTCAR
           END-IF
           IF CXDESCONTO = ZEROS
              GO TO FEC-PARTIC-FIM.
           ADD CXDESCONTO TO TO-PDESC(IND) W-PTOTDESC
           IF W-QTDDESC NOT < 200
              GO TO FEC-PARTIC-FIM.
           ADD 1 TO W-QTDDESC
           MOVE CXOPERADOR TO TD-OPER(W-QTDDESC)
           MOVE CXCRM      TO TD-CRM(W-QTDDESC)
           MOVE CXHORACONS TO TD-HORA(W-QTDDESC)
           MOVE CXVLRBRUTO TO TD-BRUTO(W-QTDDESC)
           MOVE CXDESCONTO TO TD-DESC(W-QTDDESC)
           MOVE CXSUPERV   TO TD-SUPER(W-QTDDESC).
       FEC-PARTIC-FIM.
           EXIT.

      *-----------------------------------------------------------------
       FEC-IMPRIME.
           WRITE LINHA-REL FROM SPACES
           MOVE "--- COPARTICIPACAO POR OPERADOR ---" TO LS-TITULO
           WRITE LINHA-REL FROM LIN-SECAO
           WRITE LINHA-REL FROM LIN-CAB2
           PERFORM FEC-LINHA THRU FEC-LINHA-FIM
           MOVE W-TOTCAR TO LT2-VLR
           WRITE LINHA-REL FROM LIN-TOT2
           MOVE W-QTDREC TO LT3-QTD
           WRITE LINHA-REL FROM LIN-TOT3
           WRITE LINHA-REL FROM SPACES
           MOVE "--- ATENDIMENTO PARTICULAR POR OPERADOR ---"
                                                 TO LS-TITULO
           WRITE LINHA-REL FROM LIN-SECAO
           WRITE LINHA-REL FROM LIN-CAB3
           PERFORM FEC-LINPAR THRU FEC-LINPAR-FIM
              VARYING IND FROM 1 BY 1 UNTIL IND > W-QTDOPE
           WRITE LINHA-REL FROM SPACES
           MOVE W-PTOTDIN TO LT4-VLR
           WRITE LINHA-REL FROM LIN-TOT4
           MOVE W-PTOTCAR TO LT5-VLR
           WRITE LINHA-REL FROM LIN-TOT5
           MOVE W-PTOTDESC TO LT6-VLR
           WRITE LINHA-REL FROM LIN-TOT6
           MOVE W-QTDPAR TO LT7-QTD
           WRITE LINHA-REL FROM LIN-TOT7
           WRITE LINHA-REL FROM SPACES
           MOVE "--- DESCONTOS CONCEDIDOS NO PARTICULAR ---"
                                                 TO LS-TITULO
           WRITE LINHA-REL FROM LIN-SECAO
           WRITE LINHA-REL FROM LIN-DSC1
           PERFORM FEC-LINDSC THRU FEC-LINDSC-FIM
              VARYING IND FROM 1 BY 1 UNTIL IND > W-QTDDESC.
       FEC-IMPRIME-FIM.
           EXIT.

           WRITE LINHA-REL FROM LIN-DET.
       FEC-LINHA-FIM.
           EXIT.

       FEC-LINPAR.
           IF TO-PQTD(IND) = ZEROS
              GO TO FEC-LINPAR-FIM.
           MOVE TO-OPER(IND) TO LD-OPER
           MOVE TO-PQTD(IND) TO LD-QTD
           MOVE TO-PDIN(IND) TO LD-DIN
           MOVE TO-PCAR(IND) TO LD-CAR
           MOVE TO-PDESC(IND) TO LD-TOT
           WRITE LINHA-REL FROM LIN-DET.
       FEC-LINPAR-FIM.
           EXIT.

       FEC-LINDSC.
           MOVE TD-OPER(IND)  TO LDS-OPER
           MOVE TD-CRM(IND)   TO LDS-CRM
           MOVE TD-HORA(IND)  TO LDS-HORA
           MOVE TD-BRUTO(IND) TO LDS-BRUTO
           MOVE TD-DESC(IND)  TO LDS-DESC
           MOVE TD-SUPER(IND) TO LDS-SUPER
           WRITE LINHA-REL FROM LIN-DSC2.
       FEC-LINDSC-FIM.
           EXIT.
      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    23 = REGISTRO NAO ENCONTRADO
