      * ENTRADA DE MERCADORIA (E), SAIDA MANUAL (S) E AJUSTE *
      * DO CONSUMO REAL QUANDO DIFERIR DA COMPOSICAO PADRAO, *
      * ATUALIZANDO O SALDO DO CADMAT E APENDANDO A LINHA DO *
      * MOVIMENTO EM MOVMAT.DAT PARA A CONFERENCIA. A ENTRADA *
      * E FEITA CONTRA O PEDIDO DE COMPRA (PEDCOMP): BAIXA *
      * PARCIAL OU TOTAL DO ITEM, MARCA DIVERGENCIA DE *
      * QUANTIDADE E PRECO E ATUALIZA O ULTIMO PRECO (PRECOMP) *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
            SELECT MOVIMENTO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO2.

            SELECT PEDCOMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPC
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS PCFORN
                                    WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PCMAT
                                    WITH DUPLICATES.

            SELECT PRECOMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPCP
                    FILE STATUS  IS ST-ERRO4.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
                03 MOV-QTD           PIC 9(06).
                03 FILLER            PIC X(01).
                03 MOV-SALDO         PIC 9(06).
                03 FILLER            PIC X(01).
                03 MOV-PEDIDO        PIC 9(06).
                03 FILLER            PIC X(01).
                03 MOV-PRECO         PIC 9(06)V99.
                03 FILLER            PIC X(01).
                03 MOV-DIVERG        PIC X(01).
      *    MOV-TIPO: E=ENTRADA  S=SAIDA/AJUSTE DE CONSUMO
      *              I=AJUSTE DE INVENTARIO (GRAVADO PELO INVMAT)
      *    MOV-PEDIDO/MOV-PRECO/MOV-DIVERG SO NA ENTRADA
      *
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
      *    PCSTATUS: A=ABERTO  P=RECEBIDO PARCIAL  T=RECEBIDO TOTAL
      *    PCDIVERG: Q=QUANTIDADE  P=PRECO  A=AMBAS
      *
       FD PRECOMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PRECOMP.DAT".
       01 REGPRECOMP.
                03 CHAVEPCP.
                   05 PCPMAT            PIC 9(04).
                   05 PCPFORN           PIC 9(04).
                03 PCPPRECO             PIC 9(06)V99.
                03 PCPDATA              PIC 9(08).
                03 PCPPEDIDO            PIC 9(06).
                03 STATUSREG            PIC X(01).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 MENS          PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       77 ST-ERRO3      PIC X(02) VALUE "00".
       77 ST-ERRO4      PIC X(02) VALUE "00".
       77 W-CTLPED      PIC 9(01) VALUE ZEROS.
       77 W-FIMPC       PIC 9(01) VALUE ZEROS.
       77 W-PEDIDO      PIC 9(06) VALUE ZEROS.
       77 W-PRECO       PIC 9(06)V99 VALUE ZEROS.
       77 W-PENDENTE    PIC 9(06) VALUE ZEROS.
       77 W-DIVERG      PIC X(01) VALUE SPACES.
       01 MASCVLR       PIC ZZZ.ZZ9,99.
       01 MASCQTD       PIC ZZZ.ZZ9.
       01 W-LIMPA       PIC X(70) VALUE SPACES.
       77 W-TIPO        PIC X(01) VALUE SPACES.
       77 W-QTD         PIC 9(06) VALUE ZEROS.
       77 W-DTHOJE      PIC 9(08) VALUE ZEROS.
              MOVE "* ARQUIVO CADMAT NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *    SEM PEDCOMP SO HA SAIDA/AJUSTE: A ENTRADA EXIGE O PEDIDO
       INC-OP1.
           OPEN I-O PEDCOMP
           IF ST-ERRO3 NOT = "00"
              GO TO MOV-001.
           OPEN I-O PRECOMP
           IF ST-ERRO4 NOT = "00"
              IF ST-ERRO4 = "30" OR ST-ERRO4 = "35"
                 OPEN OUTPUT PRECOMP
                 CLOSE PRECOMP
                 OPEN I-O PRECOMP
              END-IF
           END-IF
           IF ST-ERRO4 NOT = "00"
              CLOSE PEDCOMP
              GO TO MOV-001.
           MOVE 1 TO W-CTLPED.

       MOV-001.
           MOVE ZEROS TO MATCOD W-QTD W-PEDIDO W-PRECO
           MOVE SPACES TO W-TIPO W-DIVERG.
                    DISPLAY (01, 01) ERASE.
                    DISPLAY (01, 15) "MOVIMENTO DE ESTOQUE"
                    DISPLAY (03, 01) "MATERIAL        :"
                    DISPLAY (05, 01) "TIPO (E/S)      :"
                    DISPLAY (07, 01) "PEDIDO (ENTRADA):"
                    DISPLAY (09, 01) "QUANTIDADE      :"
                    DISPLAY (11, 01) "PRECO UNITARIO  :"
                    DISPLAY (13, 01) "SALDO ATUAL     :"
                    DISPLAY (23, 01) " MENSAGEM :".
       MOV-002.
           ACCEPT (03, 19) MATCOD
              MOVE "* MATERIAL NAO CADASTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MOV-002.
           IF STATUSREG OF REGCADMAT = "I"
              MOVE "* MATERIAL INATIVADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MOV-002.
           DISPLAY (03, 26) MATDESC
           DISPLAY (13, 19) MATSALDO.
       MOV-003.
           ACCEPT (05, 19) W-TIPO
           ACCEPT W-ACT FROM ESCAPE KEY
              MOVE "* DIGITE E=ENTRADA OU S=SAIDA/AJUSTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MOV-003.
           IF W-TIPO = "S"
              MOVE ZEROS TO W-PEDIDO W-PRECO
              MOVE SPACES TO W-DIVERG
              DISPLAY (08, 01) W-LIMPA
              GO TO MOV-004.
           IF W-CTLPED = 0
              MOVE "* SEM PEDIDOS DE COMPRA - ENTRADA BLOQUEADA *"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MOV-003.
      *    ENTRADA: LOCALIZA O ITEM DO MATERIAL NO PEDIDO INFORMADO
       MOV-003A.
           ACCEPT (07, 19) W-PEDIDO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO MOV-003.
           IF W-PEDIDO = ZEROS
              MOVE "*** PEDIDO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MOV-003A.
           PERFORM MOV-ACHAPED THRU MOV-ACHAPED-FIM
           IF W-FIMPC NOT = 2
              MOVE "* MATERIAL NAO CONSTA DO PEDIDO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MOV-003A.
           IF PCSTATUS = "T"
              MOVE "* ITEM DO PEDIDO JA RECEBIDO TOTALMENTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MOV-003A.
           COMPUTE W-PENDENTE = PCQTD - PCQTDREC
           MOVE PCQTD TO MASCQTD
           DISPLAY (08, 01) "PEDIDO:"
           DISPLAY (08, 09) MASCQTD
           MOVE W-PENDENTE TO MASCQTD
           DISPLAY (08, 17) "PENDENTE:"
           DISPLAY (08, 27) MASCQTD
           MOVE PCPRECO TO MASCVLR
           DISPLAY (08, 35) "PRECO PEDIDO:"
           DISPLAY (08, 49) MASCVLR
           MOVE PCPRECO TO W-PRECO.
       MOV-004.
           ACCEPT (09, 19) W-QTD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              IF W-TIPO = "E"
                 GO TO MOV-003A
              ELSE
                 GO TO MOV-003.
           IF W-QTD = ZEROS
              MOVE "*** QUANTIDADE INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE "* SAIDA MAIOR QUE O SALDO EM ESTOQUE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MOV-004.
           IF W-TIPO = "S"
              GO TO MOV-OPC.
       MOV-005.
           ACCEPT (11, 19) W-PRECO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO MOV-004.
           IF W-PRECO = ZEROS
              MOVE "*** PRECO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MOV-005.
      *    DIVERGENCIA: QUANTIDADE ACIMA DO PENDENTE E/OU PRECO
      *    DIFERENTE DO PEDIDO. NAO BLOQUEIA, FICA MARCADA NO ITEM
      *    E NO MOVIMENTO PARA A CONFERENCIA
           MOVE SPACES TO W-DIVERG
           IF W-QTD > W-PENDENTE
              MOVE "Q" TO W-DIVERG.
           IF W-PRECO NOT = PCPRECO
              IF W-DIVERG = "Q"
                 MOVE "A" TO W-DIVERG
              ELSE
                 MOVE "P" TO W-DIVERG.
           IF W-DIVERG = "Q"
              MOVE "* QUANTIDADE ACIMA DO PENDENTE NO PEDIDO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           IF W-DIVERG = "P"
              MOVE "* PRECO DIVERGENTE DO PEDIDO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           IF W-DIVERG = "A"
              MOVE "* QUANTIDADE E PRECO DIVERGENTES DO PEDIDO *"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.

       MOV-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              IF W-TIPO = "E"
                 GO TO MOV-005
              ELSE
                 GO TO MOV-004.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE "ERRO NA REGRAVACAO DO ARQUIVO CADMAT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF W-TIPO = "E"
              PERFORM MOV-BAIXAPED THRU MOV-BAIXAPED-FIM.
           PERFORM MOV-GRAVA THRU MOV-GRAVA-FIM
           DISPLAY (13, 19) MATSALDO
           MOVE "*** MOVIMENTO REGISTRADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MOV-001.
           MOVE W-TIPO TO MOV-TIPO
           MOVE W-QTD TO MOV-QTD
           MOVE MATSALDO TO MOV-SALDO
           MOVE W-PEDIDO TO MOV-PEDIDO
           MOVE W-PRECO TO MOV-PRECO
           MOVE W-DIVERG TO MOV-DIVERG
           MOVE ";" TO REGMOVIMENTO(9:1)
           MOVE ";" TO REGMOVIMENTO(14:1)
           MOVE ";" TO REGMOVIMENTO(16:1)
           MOVE ";" TO REGMOVIMENTO(23:1)
           MOVE ";" TO REGMOVIMENTO(30:1)
           MOVE ";" TO REGMOVIMENTO(37:1)
           MOVE ";" TO REGMOVIMENTO(46:1)
           WRITE REGMOVIMENTO
           CLOSE MOVIMENTO.
       MOV-GRAVA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    PROCURA NO PEDIDO W-PEDIDO O ITEM DO MATERIAL MATCOD
      *    (W-FIMPC = 2 QUANDO ACHA; O ITEM FICA NO REGPEDCOMP)
       MOV-ACHAPED.
           MOVE 0 TO W-FIMPC
           MOVE W-PEDIDO TO PCNUM
           MOVE ZEROS TO PCITEM
           START PEDCOMP KEY IS NOT LESS THAN CHAVEPC
           IF ST-ERRO3 NOT = "00"
              GO TO MOV-ACHAPED-FIM.
           PERFORM MOV-ACHAPED1 THRU MOV-ACHAPED1-FIM
              UNTIL W-FIMPC NOT = 0.
       MOV-ACHAPED-FIM.
           EXIT.
       MOV-ACHAPED1.
           READ PEDCOMP NEXT RECORD
              AT END
                 MOVE 1 TO W-FIMPC
                 GO TO MOV-ACHAPED1-FIM.
           IF PCNUM NOT = W-PEDIDO
              MOVE 1 TO W-FIMPC
              GO TO MOV-ACHAPED1-FIM.
           IF PCMAT = MATCOD
              MOVE 2 TO W-FIMPC.
       MOV-ACHAPED1-FIM.
           EXIT.

      *    BAIXA DO ITEM DO PEDIDO (PARCIAL OU TOTAL) E ULTIMO PRECO
      *    DO MATERIAL NO FORNECEDOR
       MOV-BAIXAPED.
           ADD W-QTD TO PCQTDREC
           MOVE W-PRECO TO PCPRECOREC
           MOVE W-DTHOJE TO PCDTREC
           IF W-DIVERG NOT = SPACES
              IF PCDIVERG = SPACES OR PCDIVERG = W-DIVERG
                 MOVE W-DIVERG TO PCDIVERG
              ELSE
                 MOVE "A" TO PCDIVERG.
           IF PCQTDREC < PCQTD
              MOVE "P" TO PCSTATUS
           ELSE
              MOVE "T" TO PCSTATUS.
           REWRITE REGPEDCOMP
           IF ST-ERRO3 NOT = "00"
              MOVE "* ERRO NA REGRAVACAO DO PEDCOMP *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           MOVE PCMAT  TO PCPMAT
           MOVE PCFORN TO PCPFORN
           READ PRECOMP
           MOVE W-PRECO  TO PCPPRECO
           MOVE W-DTHOJE TO PCPDATA
           MOVE W-PEDIDO TO PCPPEDIDO
           MOVE "A" TO STATUSREG OF REGPRECOMP
           IF ST-ERRO4 = "00"
              REWRITE REGPRECOMP
           ELSE
              WRITE REGPRECOMP.
       MOV-BAIXAPED-FIM.
           EXIT.

      *-------------------------------------------------------------
       ROT-FIM.
           CLOSE CADMAT.
           IF W-CTLPED = 1
              CLOSE PEDCOMP PRECOMP.
           DISPLAY (01, 01) ERASE.
           EXIT PROGRAM.
       ROT-FIMS.
