       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERPED.
      *AUTHOR. LUCAS ALVES VIEIRA.
      ********************************************************
      * GERACAO DOS PEDIDOS DE COMPRA *
      * PARA CADA MATERIAL ATIVO COM SALDO ABAIXO DO MINIMO *
      * CALCULA A REPOSICAO COMO O POSMAT (ATE O DOBRO DO *
      * MINIMO), DESCONTA O QUE JA ESTA PEDIDO E NAO CHEGOU, *
      * ESCOLHE O FORNECEDOR DE MENOR ULTIMO PRECO (PRECOMP) *
      * E GRAVA UM PEDIDO POR FORNECEDOR EM PEDCOMP.DAT, COM *
      * A NUMERACAO EM PEDCTL.DAT. IMPRIME OS PEDIDOS E OS *
      * ITENS SEM FORNECEDOR PARA COMPRA MANUAL *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CADMAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MATCOD
                    FILE STATUS  IS ST-ERRO.

            SELECT PRECOMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPCP
                    FILE STATUS  IS ST-ERRO2.

            SELECT CADFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FORCOD
                    FILE STATUS  IS ST-ERRO3.

            SELECT PEDCOMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPC
                    FILE STATUS  IS ST-ERRO4
                    ALTERNATE RECORD KEY IS PCFORN
                                    WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PCMAT
                                    WITH DUPLICATES.

            SELECT PEDCTL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO5.

            SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO6.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
      *    PCDIVERG: Q=QUANTIDADE  P=PRECO  A=AMBAS (NA ENTRADA)
      *
       FD PEDCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDCTL.DAT".
       01 REG-PEDCTL.
                03 CTL-ULTPED        PIC 9(06).
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
       77 ST-ERRO5       PIC X(02) VALUE "00".
       77 ST-ERRO6       PIC X(02) VALUE "00".
       77 W-EOF-MAT      PIC 9(01) VALUE ZEROS.
       77 W-FIMPCP       PIC 9(01) VALUE ZEROS.
       77 W-FIMPC        PIC 9(01) VALUE ZEROS.
       77 W-DTHOJE       PIC 9(08) VALUE ZEROS.
       77 W-QTDFALTA     PIC S9(07) VALUE ZEROS.
       77 W-QTDPEND      PIC 9(07) VALUE ZEROS.
       77 W-MELHORFOR    PIC 9(04) VALUE ZEROS.
       77 W-MELHORPRE    PIC 9(06)V99 VALUE ZEROS.
       77 W-QTDGER       PIC 9(04) VALUE ZEROS.
       77 W-QTDSEM       PIC 9(04) VALUE ZEROS.
       77 W-QTDCOB       PIC 9(04) VALUE ZEROS.
       77 W-QTDPED       PIC 9(04) VALUE ZEROS.
       77 W-PEDNUM       PIC 9(06) VALUE ZEROS.
       77 W-ITEM         PIC 9(02) VALUE ZEROS.
       77 W-VLRITEM      PIC 9(09)V99 VALUE ZEROS.
       77 W-VLRPED       PIC 9(09)V99 VALUE ZEROS.
       77 W-VLRGERAL     PIC 9(11)V99 VALUE ZEROS.
       77 IND            PIC 9(04) VALUE ZEROS.
       77 IND2           PIC 9(04) VALUE ZEROS.
       01 MENS           PIC X(50) VALUE SPACES.

      *    ITENS A PEDIR (ATE 200, COMO A LISTA DO POSMAT)
       01 TAB-GER.
          03 TG-ITEM     OCCURS 200 TIMES.
             05 TG-MAT   PIC 9(04).
             05 TG-DESC  PIC X(30).
             05 TG-FORN  PIC 9(04).
             05 TG-QTD   PIC 9(06).
             05 TG-PRECO PIC 9(06)V99.
             05 TG-PED   PIC 9(06).
      *    ITENS SEM FORNECEDOR OU JA COBERTOS POR PEDIDO PENDENTE
       01 TAB-SEM.
          03 TS-ITEM     OCCURS 200 TIMES.
             05 TS-MAT   PIC 9(04).
             05 TS-DESC  PIC X(30).
             05 TS-QTD   PIC 9(06).
       01 TAB-COB.
          03 TB-ITEM     OCCURS 200 TIMES.
             05 TB-MAT   PIC 9(04).
             05 TB-DESC  PIC X(30).
             05 TB-PEND  PIC 9(06).

       01 LIN-CAB1.
          03 FILLER      PIC X(20) VALUE SPACES.
          03 FILLER      PIC X(28) VALUE
             "PEDIDOS DE COMPRA GERADOS EM".
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LC1-DATA    PIC 9(08).
       01 LIN-PED1.
          03 FILLER      PIC X(08) VALUE "PEDIDO: ".
          03 LP1-NUM     PIC 9(06).
          03 FILLER      PIC X(15) VALUE "  FORNECEDOR: ".
          03 LP1-FORN    PIC 9(04).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LP1-NOME    PIC X(30).
       01 LIN-PED2.
          03 FILLER      PIC X(08) VALUE "CNPJ:   ".
          03 LP2-CNPJ    PIC 9(14).
          03 FILLER      PIC X(07) VALUE "  TEL: ".
          03 LP2-TEL     PIC 9(11).
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LP2-EMAIL   PIC X(36).
       01 LIN-PED3.
          03 FILLER      PIC X(04) VALUE "IT".
          03 FILLER      PIC X(06) VALUE "COD.".
          03 FILLER      PIC X(32) VALUE "MATERIAL".
          03 FILLER      PIC X(10) VALUE "      QTD.".
          03 FILLER      PIC X(12) VALUE "  PRECO UNIT".
          03 FILLER      PIC X(14) VALUE "         TOTAL".
       01 LIN-DET.
          03 LD-ITEM     PIC 9(02).
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LD-MAT      PIC 9(04).
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LD-DESC     PIC X(30).
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LD-QTD      PIC ZZZ.ZZ9.
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LD-PRECO    PIC ZZZ.ZZ9,99.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-TOTAL    PIC ZZ.ZZZ.ZZ9,99.
       01 LIN-TOTPED.
          03 FILLER      PIC X(53) VALUE SPACES.
          03 FILLER      PIC X(11) VALUE "TOTAL PED.:".
          03 LTP-VLR     PIC ZZ.ZZZ.ZZ9,99.
       01 LIN-SECAO.
          03 LS-TITULO   PIC X(60).
       01 LIN-SEM.
          03 LS-MAT      PIC 9(04).
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LS-DESC     PIC X(30).
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LS-ROTULO   PIC X(12).
          03 LS-QTD      PIC ZZZ.ZZ9.
       01 LIN-TOT1.
          03 FILLER      PIC X(26) VALUE "PEDIDOS GERADOS          :".
          03 LT1-QTD     PIC ZZZ9.
       01 LIN-TOT2.
          03 FILLER      PIC X(26) VALUE "ITENS PEDIDOS            :".
          03 LT2-QTD     PIC ZZZ9.
       01 LIN-TOT3.
          03 FILLER      PIC X(26) VALUE "VALOR TOTAL DOS PEDIDOS  :".
          03 LT3-VLR     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 LIN-TOT4.
          03 FILLER      PIC X(26) VALUE "ITENS SEM FORNECEDOR     :".
          03 LT4-QTD     PIC ZZZ9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD.
       INC-OP0.
           OPEN INPUT CADMAT
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO CADMAT NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              GO TO ROT-FIMS.
           OPEN INPUT PRECOMP
           IF ST-ERRO2 NOT = "00"
              MOVE "* ARQUIVO PRECOMP NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              CLOSE CADMAT
              GO TO ROT-FIMS.
           OPEN INPUT CADFORN
           IF ST-ERRO3 NOT = "00"
              MOVE "* ARQUIVO CADFORN NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              CLOSE CADMAT PRECOMP
              GO TO ROT-FIMS.
       INC-OP1.
           OPEN I-O PEDCOMP
           IF ST-ERRO4 NOT = "00"
              IF ST-ERRO4 = "30" OR ST-ERRO4 = "35"
                 OPEN OUTPUT PEDCOMP
                 CLOSE PEDCOMP
                 GO TO INC-OP1
              ELSE
                 MOVE "* ERRO NA ABERTURA DO PEDCOMP *" TO MENS
                 DISPLAY MENS
                 CLOSE CADMAT PRECOMP CADFORN
                 GO TO ROT-FIMS.
       INC-OP2.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO6 NOT = "00"
              MOVE "* ERRO AO CRIAR RELATORIO *" TO MENS
              DISPLAY MENS
              CLOSE CADMAT PRECOMP CADFORN PEDCOMP
              GO TO ROT-FIMS.
      *    ULTIMO NUMERO DE PEDIDO (ARQUIVO DE UM REGISTRO SO)
       INC-OP3.
           MOVE ZEROS TO CTL-ULTPED
           OPEN INPUT PEDCTL
           IF ST-ERRO5 = "00"
              READ PEDCTL
                 AT END MOVE ZEROS TO CTL-ULTPED
              END-READ
              CLOSE PEDCTL.
           MOVE CTL-ULTPED TO W-PEDNUM
           MOVE W-DTHOJE TO LC1-DATA
           WRITE LINHA-REL FROM LIN-CAB1.

       GER-PROC.
           PERFORM GER-MATERIAL THRU GER-MATERIAL-FIM
              UNTIL W-EOF-MAT = 1.
           PERFORM GER-PEDIDO THRU GER-PEDIDO-FIM
              VARYING IND FROM 1 BY 1 UNTIL IND > W-QTDGER.
           IF W-QTDSEM NOT = ZEROS
              WRITE LINHA-REL FROM SPACES
              MOVE "--- SEM FORNECEDOR COM PRECO - COMPRA MANUAL ---"
                                                    TO LS-TITULO
              WRITE LINHA-REL FROM LIN-SECAO
              PERFORM GER-LINSEM THRU GER-LINSEM-FIM
                 VARYING IND FROM 1 BY 1 UNTIL IND > W-QTDSEM.
           IF W-QTDCOB NOT = ZEROS
              WRITE LINHA-REL FROM SPACES
              MOVE "--- ABAIXO DO MINIMO, JA COBERTO POR PEDIDO ---"
                                                    TO LS-TITULO
              WRITE LINHA-REL FROM LIN-SECAO
              PERFORM GER-LINCOB THRU GER-LINCOB-FIM
                 VARYING IND FROM 1 BY 1 UNTIL IND > W-QTDCOB.
           WRITE LINHA-REL FROM SPACES
           MOVE W-QTDPED TO LT1-QTD
           WRITE LINHA-REL FROM LIN-TOT1
           MOVE W-QTDGER TO LT2-QTD
           WRITE LINHA-REL FROM LIN-TOT2
           MOVE W-VLRGERAL TO LT3-VLR
           WRITE LINHA-REL FROM LIN-TOT3
           MOVE W-QTDSEM TO LT4-QTD
           WRITE LINHA-REL FROM LIN-TOT4
           IF W-QTDPED NOT = ZEROS
              MOVE W-PEDNUM TO CTL-ULTPED
              OPEN OUTPUT PEDCTL
              WRITE REG-PEDCTL
              CLOSE PEDCTL.

       ROT-FIM.
           CLOSE CADMAT PRECOMP CADFORN PEDCOMP RELATORIO.
           DISPLAY "PEDIDOS DE COMPRA GERADOS: " W-QTDPED.
           DISPLAY "ITENS SEM FORNECEDOR     : " W-QTDSEM.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.

      *-----------------------------------------------------------------
      *    MATERIAL ABAIXO DO MINIMO: REPOSICAO MENOS O PENDENTE
       GER-MATERIAL.
           READ CADMAT NEXT RECORD
              AT END
                 MOVE 1 TO W-EOF-MAT
                 GO TO GER-MATERIAL-FIM.
           IF STATUSREG OF REGCADMAT = "I"
              GO TO GER-MATERIAL-FIM.
           IF MATSALDO NOT < MATMINIMO
              GO TO GER-MATERIAL-FIM.
           PERFORM GER-PENDENTE THRU GER-PENDENTE-FIM
           COMPUTE W-QTDFALTA = (MATMINIMO * 2) - MATSALDO - W-QTDPEND
           IF W-QTDFALTA NOT > ZEROS
              IF W-QTDCOB < 200
                 ADD 1 TO W-QTDCOB
                 MOVE MATCOD TO TB-MAT(W-QTDCOB)
                 MOVE MATDESC TO TB-DESC(W-QTDCOB)
                 MOVE W-QTDPEND TO TB-PEND(W-QTDCOB)
              END-IF
              GO TO GER-MATERIAL-FIM.
           PERFORM GER-FORNEC THRU GER-FORNEC-FIM
           IF W-MELHORFOR = ZEROS
              IF W-QTDSEM < 200
                 ADD 1 TO W-QTDSEM
                 MOVE MATCOD TO TS-MAT(W-QTDSEM)
                 MOVE MATDESC TO TS-DESC(W-QTDSEM)
                 MOVE W-QTDFALTA TO TS-QTD(W-QTDSEM)
              END-IF
              GO TO GER-MATERIAL-FIM.
           IF W-QTDGER NOT < 200
              DISPLAY "*** LIMITE DE 200 ITENS - MATERIAL " MATCOD
                      " FICA PARA O PROXIMO PEDIDO ***"
              GO TO GER-MATERIAL-FIM.
           ADD 1 TO W-QTDGER
           MOVE MATCOD      TO TG-MAT(W-QTDGER)
           MOVE MATDESC     TO TG-DESC(W-QTDGER)
           MOVE W-MELHORFOR TO TG-FORN(W-QTDGER)
           MOVE W-QTDFALTA  TO TG-QTD(W-QTDGER)
           MOVE W-MELHORPRE TO TG-PRECO(W-QTDGER)
           MOVE ZEROS       TO TG-PED(W-QTDGER).
       GER-MATERIAL-FIM.
           EXIT.

      *    SOMA O QUE JA FOI PEDIDO DO MATERIAL E AINDA NAO CHEGOU
       GER-PENDENTE.
           MOVE ZEROS TO W-QTDPEND
           MOVE 0 TO W-FIMPC
           MOVE MATCOD TO PCMAT
           START PEDCOMP KEY IS NOT LESS THAN PCMAT
           IF ST-ERRO4 NOT = "00"
              GO TO GER-PENDENTE-FIM.
           PERFORM GER-PENDENTE1 THRU GER-PENDENTE1-FIM
              UNTIL W-FIMPC = 1.
       GER-PENDENTE-FIM.
           EXIT.
       GER-PENDENTE1.
           READ PEDCOMP NEXT RECORD
              AT END
                 MOVE 1 TO W-FIMPC
                 GO TO GER-PENDENTE1-FIM.
           IF PCMAT NOT = MATCOD
              MOVE 1 TO W-FIMPC
              GO TO GER-PENDENTE1-FIM.
           IF PCSTATUS = "A" OR PCSTATUS = "P"
              IF PCQTD > PCQTDREC
                 COMPUTE W-QTDPEND = W-QTDPEND + PCQTD - PCQTDREC.
       GER-PENDENTE1-FIM.
           EXIT.

      *    FORNECEDOR ATIVO DE MENOR ULTIMO PRECO PARA O MATERIAL
       GER-FORNEC.
           MOVE ZEROS TO W-MELHORFOR W-MELHORPRE
           MOVE 0 TO W-FIMPCP
           MOVE MATCOD TO PCPMAT
           MOVE ZEROS TO PCPFORN
           START PRECOMP KEY IS NOT LESS THAN CHAVEPCP
           IF ST-ERRO2 NOT = "00"
              GO TO GER-FORNEC-FIM.
           PERFORM GER-FORNEC1 THRU GER-FORNEC1-FIM
              UNTIL W-FIMPCP = 1.
       GER-FORNEC-FIM.
           EXIT.
       GER-FORNEC1.
           READ PRECOMP NEXT RECORD
              AT END
                 MOVE 1 TO W-FIMPCP
                 GO TO GER-FORNEC1-FIM.
           IF PCPMAT NOT = MATCOD
              MOVE 1 TO W-FIMPCP
              GO TO GER-FORNEC1-FIM.
           IF STATUSREG OF REGPRECOMP = "I"
              GO TO GER-FORNEC1-FIM.
           IF W-MELHORFOR NOT = ZEROS AND PCPPRECO NOT < W-MELHORPRE
              GO TO GER-FORNEC1-FIM.
           MOVE PCPFORN TO FORCOD
           READ CADFORN
           IF ST-ERRO3 NOT = "00"
              GO TO GER-FORNEC1-FIM.
           IF STATUSREG OF REGCADFORN = "I"
              GO TO GER-FORNEC1-FIM.
           MOVE PCPFORN  TO W-MELHORFOR
           MOVE PCPPRECO TO W-MELHORPRE.
       GER-FORNEC1-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    UM PEDIDO POR FORNECEDOR (ATE 99 ITENS; ACIMA ABRE OUTRO)
       GER-PEDIDO.
           IF TG-PED(IND) NOT = ZEROS
              GO TO GER-PEDIDO-FIM.
           ADD 1 TO W-PEDNUM W-QTDPED
           MOVE ZEROS TO W-ITEM W-VLRPED
           MOVE TG-FORN(IND) TO FORCOD
           READ CADFORN
           WRITE LINHA-REL FROM SPACES
           MOVE W-PEDNUM TO LP1-NUM
           MOVE FORCOD   TO LP1-FORN
           MOVE FORNOME  TO LP1-NOME
           WRITE LINHA-REL FROM LIN-PED1
           MOVE FORCNPJ     TO LP2-CNPJ
           MOVE FORTELEFONE TO LP2-TEL
           MOVE FOREMAIL    TO LP2-EMAIL
           WRITE LINHA-REL FROM LIN-PED2
           WRITE LINHA-REL FROM LIN-PED3
           PERFORM GER-ITEM THRU GER-ITEM-FIM
              VARYING IND2 FROM IND BY 1 UNTIL IND2 > W-QTDGER
           MOVE W-VLRPED TO LTP-VLR
           WRITE LINHA-REL FROM LIN-TOTPED.
       GER-PEDIDO-FIM.
           EXIT.

       GER-ITEM.
           IF TG-PED(IND2) NOT = ZEROS OR W-ITEM NOT < 99
              GO TO GER-ITEM-FIM.
           IF TG-FORN(IND2) NOT = TG-FORN(IND)
              GO TO GER-ITEM-FIM.
           ADD 1 TO W-ITEM
           MOVE W-PEDNUM      TO TG-PED(IND2) PCNUM
           MOVE W-ITEM        TO PCITEM
           MOVE TG-FORN(IND2) TO PCFORN
           MOVE TG-MAT(IND2)  TO PCMAT
           MOVE TG-QTD(IND2)  TO PCQTD
           MOVE TG-PRECO(IND2) TO PCPRECO
           MOVE W-DTHOJE      TO PCDTPED
           MOVE ZEROS         TO PCQTDREC PCPRECOREC PCDTREC
           MOVE SPACES        TO PCDIVERG
           MOVE "A"           TO PCSTATUS
           WRITE REGPEDCOMP
           IF ST-ERRO4 NOT = "00"
              DISPLAY "*** ERRO NA GRAVACAO DO PEDCOMP " ST-ERRO4
                      " PEDIDO " W-PEDNUM " ***".
           COMPUTE W-VLRITEM = TG-QTD(IND2) * TG-PRECO(IND2)
           ADD W-VLRITEM TO W-VLRPED W-VLRGERAL
           MOVE W-ITEM         TO LD-ITEM
           MOVE TG-MAT(IND2)   TO LD-MAT
           MOVE TG-DESC(IND2)  TO LD-DESC
           MOVE TG-QTD(IND2)   TO LD-QTD
           MOVE TG-PRECO(IND2) TO LD-PRECO
           MOVE W-VLRITEM      TO LD-TOTAL
           WRITE LINHA-REL FROM LIN-DET.
       GER-ITEM-FIM.
           EXIT.

       GER-LINSEM.
           MOVE TS-MAT(IND)  TO LS-MAT
           MOVE TS-DESC(IND) TO LS-DESC
           MOVE "A COMPRAR: " TO LS-ROTULO
           MOVE TS-QTD(IND)  TO LS-QTD
           WRITE LINHA-REL FROM LIN-SEM.
       GER-LINSEM-FIM.
           EXIT.

       GER-LINCOB.
           MOVE TB-MAT(IND)  TO LS-MAT
           MOVE TB-DESC(IND) TO LS-DESC
           MOVE "PENDENTE : " TO LS-ROTULO
           MOVE TB-PEND(IND) TO LS-QTD
           WRITE LINHA-REL FROM LIN-SEM.
       GER-LINCOB-FIM.
           EXIT.
      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
