       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVMAT.
      *AUTHOR. LUCAS ALVES VIEIRA.
      **************************************
      * INVENTARIO FISICO DO ESTOQUE DE MATERIAIS *
      * A ABERTURA CONGELA O SALDO TEORICO DE CADA MATERIAL *
      * ATIVO DO CADMAT (INVITEM) E IMPRIME A FOLHA DE *
      * CONTAGEM CEGA, SEM O SALDO. A CONTAGEM E DIGITADA *
      * MATERIAL A MATERIAL E O RELATORIO DE DIVERGENCIAS *
      * SAI A QUALQUER MOMENTO. O AJUSTE EXIGE NIVEL 3 E *
      * GRAVA EM LOTE NO MOVMAT.DAT O TIPO I (INVENTARIO): *
      * A DIFERENCA CONTADO MENOS CONGELADO E APLICADA SOBRE *
      * O SALDO ATUAL, ENTAO O QUE ENTROU OU SAIU DURANTE A *
      * CONTAGEM (MOVMAT E BAIXA DO ATENDIM) FICA PRESERVADO *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT INVCAB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS INVNUM
                    FILE STATUS  IS ST-ERRO.

            SELECT INVITEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEINVI
                    FILE STATUS  IS ST-ERRO2.

            SELECT CADMAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MATCOD
                    FILE STATUS  IS ST-ERRO3.

            SELECT MOVIMENTO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO5.

            SELECT RELATORIO ASSIGN TO W-NOMEREL
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO6.

            SELECT AUDITORIA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD INVCAB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "INVCAB.DAT".
       01 REGINVCAB.
                03 INVNUM            PIC 9(04).
                03 INVSIT            PIC X(01).
                03 INVDTABER         PIC 9(08).
                03 INVOPEABER        PIC X(08).
                03 INVQTDITEM        PIC 9(04).
                03 INVQTDCONT        PIC 9(04).
                03 INVDTAJUS         PIC 9(08).
                03 INVOPEAJUS        PIC X(08).
                03 FILLER            PIC X(20).
      *    INVSIT: A=EM CONTAGEM  F=AJUSTADO
      *    INVDTABER/INVDTAJUS EM AAAAMMDD
      *
       FD INVITEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "INVITEM.DAT".
       01 REGINVITEM.
                03 CHAVEINVI.
                   05 INVINUM           PIC 9(04).
                   05 INVIMAT           PIC 9(04).
                03 INVISALDO            PIC 9(06).
                03 INVICONT             PIC 9(06).
                03 INVISIT              PIC X(01).
                03 INVIMOV              PIC S9(07).
                03 INVIDIF              PIC S9(07).
                03 FILLER               PIC X(10).
      *    INVISALDO: SALDO TEORICO CONGELADO NA ABERTURA
      *    INVISIT: BRANCO=NAO CONTADO  C=CONTADO
      *    INVIMOV/INVIDIF: MOVIMENTO DURANTE A CONTAGEM E AJUSTE
      *    APLICADO, GRAVADOS NO AJUSTE
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
       FD MOVIMENTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MOVMAT.DAT".
       01 REGMOVIMENTO.
                03 MOV-DATA          PIC 9(08).
                03 FILLER            PIC X(01).
                03 MOV-MAT           PIC 9(04).
                03 FILLER            PIC X(01).
                03 MOV-TIPO          PIC X(01).
                03 FILLER            PIC X(01).
                03 MOV-QTD           PIC 9(06).
                03 FILLER            PIC X(01).
                03 MOV-SALDO         PIC 9(06).
                03 FILLER            PIC X(01).
                03 MOV-PEDIDO        PIC 9(06).
                03 FILLER            PIC X(01).
                03 MOV-PRECO         PIC 9(06)V99.
                03 FILLER            PIC X(01).
                03 MOV-DIVERG        PIC X(01).
      *    NO TIPO I (INVENTARIO): MOV-PEDIDO = NUMERO DO INVENTARIO
      *    E MOV-DIVERG E=SOBRA (ENTRADA)  S=FALTA (SAIDA)
      *
       FD RELATORIO
               LABEL RECORD IS STANDARD.
       01 LINHA-REL          PIC X(80).
      *
       FD AUDITORIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDITORIA.DAT".
       01 REGAUDITORIA.
                03 AUD-OPERADOR      PIC X(08).
                03 AUD-DATA          PIC 9(08).
                03 AUD-HORA          PIC 9(08).
                03 AUD-PROGRAMA      PIC X(08).
                03 AUD-OPERACAO      PIC X(10).
                03 AUD-CHAVE         PIC X(15).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACAO        PIC X(01) VALUE SPACES.
       77 W-OPERADOR    PIC X(08) VALUE SPACES.
       77 W-NIVEL       PIC 9(01) VALUE ZEROS.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 ST-ERRO2      PIC X(02) VALUE "00".
       77 ST-ERRO3      PIC X(02) VALUE "00".
       77 ST-ERRO4      PIC X(02) VALUE "00".
       77 ST-ERRO5      PIC X(02) VALUE "00".
       77 ST-ERRO6      PIC X(02) VALUE "00".
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-DTHOJE      PIC 9(08) VALUE ZEROS.
       77 W-TXTSIT      PIC X(12) VALUE SPACES.
       77 W-INVNUM      PIC 9(04) VALUE ZEROS.
       77 W-ULTINV      PIC 9(04) VALUE ZEROS.
       77 W-INVABERTO   PIC 9(04) VALUE ZEROS.
       77 W-MAT         PIC 9(04) VALUE ZEROS.
       77 W-QTDCNT      PIC 9(06) VALUE ZEROS.
       77 W-FIMCAB      PIC 9(01) VALUE ZEROS.
       77 W-FIMMAT      PIC 9(01) VALUE ZEROS.
       77 W-FIMITE      PIC 9(01) VALUE ZEROS.
       77 W-MOV         PIC S9(07) VALUE ZEROS.
       77 W-DIF         PIC S9(07) VALUE ZEROS.
       77 W-NOVO        PIC S9(07) VALUE ZEROS.
       77 W-QTDDIV      PIC 9(04) VALUE ZEROS.
       77 W-QTDNCON     PIC 9(04) VALUE ZEROS.
       77 W-QTDAJU      PIC 9(04) VALUE ZEROS.
       77 W-TOTSOBRA    PIC 9(08) VALUE ZEROS.
       77 W-TOTFALTA    PIC 9(08) VALUE ZEROS.
       01 W-NOMEREL     PIC X(20) VALUE SPACES.
       01 W-DATAED.
          03 W-DEANO    PIC 9(04).
          03 W-DEMES    PIC 9(02).
          03 W-DEDIA    PIC 9(02).
       01 MASCDATA.
          03 MD-DIA     PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 MD-MES     PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 MD-ANO     PIC 9(04).

      *    FOLHA DE CONTAGEM (SEM O SALDO DO SISTEMA)
       01 LIN-FOL1.
          03 FILLER      PIC X(10) VALUE SPACES.
          03 FILLER      PIC X(37) VALUE
             "FOLHA DE CONTAGEM - INVENTARIO No.".
          03 LF1-NUM     PIC 9(04).
          03 FILLER      PIC X(13) VALUE "  ABERTO EM: ".
          03 LF1-DATA    PIC X(10).
       01 LIN-FOL2.
          03 FILLER      PIC X(07) VALUE "CODIGO".
          03 FILLER      PIC X(33) VALUE "DESCRICAO".
          03 FILLER      PIC X(20) VALUE "QUANTIDADE CONTADA".
       01 LIN-FOL3.
          03 LF3-MAT     PIC 9(04).
          03 FILLER      PIC X(03) VALUE SPACES.
          03 LF3-DESC    PIC X(30).
          03 FILLER      PIC X(03) VALUE SPACES.
          03 FILLER      PIC X(18) VALUE "__________________".
       01 LIN-FOL4.
          03 FILLER      PIC X(40) VALUE
             "CONTADO POR: _________________________".
          03 FILLER      PIC X(30) VALUE
             "DATA: ____/____/________".

      *    RELATORIO DE DIVERGENCIAS
       01 LIN-DIV1.
          03 FILLER      PIC X(06) VALUE SPACES.
          03 FILLER      PIC X(41) VALUE
             "DIVERGENCIAS DE INVENTARIO - No.".
          03 LV1-NUM     PIC 9(04).
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LV1-SIT     PIC X(12).
       01 LIN-DIV2.
          03 FILLER      PIC X(30) VALUE "COD. DESCRICAO".
          03 FILLER      PIC X(08) VALUE " CONGEL.".
          03 FILLER      PIC X(08) VALUE " CONTADO".
          03 FILLER      PIC X(09) VALUE " MOV.CONT".
          03 FILLER      PIC X(09) VALUE " DIFERENC".
          03 FILLER      PIC X(08) VALUE "   FINAL".
       01 LIN-DIV3.
          03 LV3-MAT     PIC 9(04).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LV3-DESC    PIC X(24).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LV3-CONG    PIC ZZZ.ZZ9.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LV3-CONT    PIC ZZZ.ZZ9.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LV3-MOV     PIC -ZZZ.ZZ9.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LV3-DIF     PIC -ZZZ.ZZ9.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LV3-FINAL   PIC ZZZ.ZZ9.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LV3-OBS     PIC X(08).
       01 LIN-TOT.
          03 LT-TEXTO    PIC X(30).
          03 LT-QTD      PIC ZZ.ZZZ.ZZ9.

      *
       LINKAGE SECTION.
       01 PARM-SESSAO.
          03 SES-OPERADOR PIC X(08).
          03 SES-NIVEL    PIC 9(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PARM-SESSAO.
       INICIO.
      *    A IDENTIFICACAO DO OPERADOR VEM DA SESSAO ABERTA NO MENU
                MOVE SES-OPERADOR TO W-OPERADOR
                MOVE SES-NIVEL TO W-NIVEL
                ACCEPT W-DTHOJE FROM DATE YYYYMMDD
                DISPLAY (01, 01) ERASE.
       INC-OP0.
           OPEN I-O INVCAB
           IF ST-ERRO NOT = "00"
                IF ST-ERRO = "30" OR ST-ERRO = "35"
                      OPEN OUTPUT INVCAB
                      CLOSE INVCAB
                      MOVE "*** ARQUIVO INVCAB SENDO CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO INVCAB " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM1
                ELSE
                    NEXT SENTENCE.
       INC-OP1.
           OPEN I-O INVITEM
           IF ST-ERRO2 NOT = "00"
                IF ST-ERRO2 = "30" OR ST-ERRO2 = "35"
                      OPEN OUTPUT INVITEM
                      CLOSE INVITEM
                      MOVE "*** ARQUIVO INVITEM SENDO CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP1
                   ELSE
                      MOVE "ERRO NA ABERTURA DO INVITEM " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE INVCAB
                      GO TO ROT-FIM1
                ELSE
                    NEXT SENTENCE.
       INC-OP2.
           OPEN I-O CADMAT
           IF ST-ERRO3 NOT = "00"
              MOVE "* ARQUIVO CADMAT NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE INVCAB INVITEM
              GO TO ROT-FIM1.
       INC-OP3.
           OPEN EXTEND AUDITORIA
           IF ST-ERRO4 NOT = "00"
              IF ST-ERRO4 = "30" OR ST-ERRO4 = "35"
                 OPEN OUTPUT AUDITORIA
                 CLOSE AUDITORIA
                 OPEN EXTEND AUDITORIA
              ELSE
                 MOVE "ERRO NA ABERTURA DA AUDITORIA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE INVCAB INVITEM CADMAT
                 GO TO ROT-FIM1
              END-IF
           END-IF.
       INC-001.
                MOVE ZEROS TO W-INVNUM INVNUM INVDTABER INVDTAJUS
                              INVQTDITEM INVQTDCONT
                MOVE SPACES TO INVSIT INVOPEABER INVOPEAJUS.
                DISPLAY (01, 01) ERASE.
                DISPLAY (01, 15) "INVENTARIO FISICO DE MATERIAIS"
                DISPLAY (04, 01) "INVENTARIO (0=NOVO) : "
                DISPLAY (06, 01) "SITUACAO            : "
                DISPLAY (08, 01) "ABERTO EM           : "
                DISPLAY (08, 36) "POR : "
                DISPLAY (10, 01) "MATERIAIS           : "
                DISPLAY (10, 36) "CONTADOS : "
                DISPLAY (12, 01) "AJUSTADO EM         : "
                DISPLAY (12, 36) "POR : "
                DISPLAY (23, 01) " MENSAGEM :".
       INC-002.
                ACCEPT  (04, 24) W-INVNUM
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-INVNUM = ZEROS
                   GO TO ABR-001.
       LER-INV01.
                MOVE W-INVNUM TO INVNUM
                READ INVCAB
                IF ST-ERRO NOT = "00"
                   IF ST-ERRO = "23"
                      MOVE "* INVENTARIO NAO CADASTRADO *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-002
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO INVCAB" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
                PERFORM MOSTRA-INV THRU MOSTRA-INV-FIM.
      *
      *****************************************
      * ESCOLHA DA ACAO CONFORME A SITUACAO   *
      *****************************************
      *
       ACE-001.
                IF INVSIT = "A"
                   DISPLAY (23, 12) "C=CONTAR D=DIVERG F=FOLHA J=AJUSTE"
                ELSE
                   DISPLAY (23, 12) "D=DIVERGENCIAS   ESC=OUTRO".
                MOVE SPACES TO W-ACAO
                ACCEPT (23, 50) W-ACAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO INC-001.
                IF W-ACAO = "c" MOVE "C" TO W-ACAO.
                IF W-ACAO = "d" MOVE "D" TO W-ACAO.
                IF W-ACAO = "f" MOVE "F" TO W-ACAO.
                IF W-ACAO = "j" MOVE "J" TO W-ACAO.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-ACAO = "D"
                   PERFORM INV-DIVERG THRU INV-DIVERG-FIM
                   GO TO ACE-001.
                IF INVSIT NOT = "A"
                   GO TO ACE-001.
                IF W-ACAO = "C"
                   GO TO CNT-001.
                IF W-ACAO = "F"
                   PERFORM INV-FOLHA THRU INV-FOLHA-FIM
                   GO TO ACE-001.
                IF W-ACAO = "J"
                   GO TO AJU-001.
                GO TO ACE-001.
      *
      *****************************************
      * ABERTURA: CONGELA O SALDO TEORICO     *
      *****************************************
      *
      *    SO UM INVENTARIO EM CONTAGEM POR VEZ; O NUMERO E O
      *    SEGUINTE AO ULTIMO DO INVCAB
       ABR-001.
                MOVE ZEROS TO W-ULTINV W-INVABERTO
                MOVE 0 TO W-FIMCAB
                MOVE ZEROS TO INVNUM
                START INVCAB KEY IS NOT LESS THAN INVNUM
                IF ST-ERRO = "00"
                   PERFORM ABR-PROCURA THRU ABR-PROCURA-FIM
                      UNTIL W-FIMCAB = 1.
                IF W-INVABERTO NOT = ZEROS
                   MOVE "* JA EXISTE INVENTARIO EM CONTAGEM *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
       ABR-OPC.
                MOVE "N" TO W-OPCAO
                DISPLAY (23, 40) "ABRIR    (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-001.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INVENTARIO NAO ABERTO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ABR-OPC.
       ABR-WR1.
                COMPUTE W-INVNUM = W-ULTINV + 1
                MOVE W-INVNUM TO INVNUM
                MOVE "A" TO INVSIT
                MOVE W-DTHOJE TO INVDTABER
                MOVE W-OPERADOR TO INVOPEABER
                MOVE ZEROS TO INVQTDITEM INVQTDCONT INVDTAJUS
                MOVE SPACES TO INVOPEAJUS
                WRITE REGINVCAB
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO INVCAB" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE 0 TO W-FIMMAT
                MOVE ZEROS TO MATCOD
                START CADMAT KEY IS NOT LESS THAN MATCOD
                IF ST-ERRO3 = "00"
                   PERFORM ABR-CONGELA THRU ABR-CONGELA-FIM
                      UNTIL W-FIMMAT = 1.
                REWRITE REGINVCAB
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA REGRAVACAO DO ARQUIVO INVCAB" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE W-INVNUM TO AUD-CHAVE
                MOVE "ABERTURA" TO AUD-OPERACAO
                PERFORM GRAVA-AUDITORIA THRU GRAVA-AUDITORIA-FIM
                PERFORM INV-FOLHA THRU INV-FOLHA-FIM
                DISPLAY (04, 24) W-INVNUM
                PERFORM MOSTRA-INV THRU MOSTRA-INV-FIM
                GO TO ACE-001.

       ABR-PROCURA.
                READ INVCAB NEXT RECORD
                   AT END
                      MOVE 1 TO W-FIMCAB
                      GO TO ABR-PROCURA-FIM.
                MOVE INVNUM TO W-ULTINV
                IF INVSIT = "A"
                   MOVE INVNUM TO W-INVABERTO.
       ABR-PROCURA-FIM.
                EXIT.

      *    UM ITEM POR MATERIAL ATIVO COM O SALDO DO MOMENTO
       ABR-CONGELA.
                READ CADMAT NEXT RECORD
                   AT END
                      MOVE 1 TO W-FIMMAT
                      GO TO ABR-CONGELA-FIM.
                IF STATUSREG OF REGCADMAT = "I"
                   GO TO ABR-CONGELA-FIM.
                MOVE W-INVNUM TO INVINUM
                MOVE MATCOD TO INVIMAT
                MOVE MATSALDO TO INVISALDO
                MOVE ZEROS TO INVICONT INVIMOV INVIDIF
                MOVE SPACES TO INVISIT
                WRITE REGINVITEM
                IF ST-ERRO2 = "00"
                   ADD 1 TO INVQTDITEM.
       ABR-CONGELA-FIM.
                EXIT.
      *
      *****************************************
      * DIGITACAO DA CONTAGEM                 *
      *****************************************
      *
      *    CONTAGEM CEGA: A TELA NAO MOSTRA O SALDO DO SISTEMA.
      *    RECONTAGEM DO MESMO MATERIAL SUBSTITUI A ANTERIOR
       CNT-001.
                DISPLAY (15, 01) "CONTAGEM  (ESC=VOLTA)"
                DISPLAY (17, 01) "MATERIAL            : "
                DISPLAY (19, 01) "QUANTIDADE CONTADA  : ".
       CNT-002.
                MOVE ZEROS TO W-MAT W-QTDCNT
                DISPLAY (17, 24) LIMPA
                DISPLAY (19, 24) LIMPA
                ACCEPT (17, 24) W-MAT
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO CNT-FIM.
                IF W-MAT = ZEROS
                   MOVE "*** MATERIAL INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CNT-002.
                MOVE W-INVNUM TO INVINUM
                MOVE W-MAT TO INVIMAT
                READ INVITEM
                IF ST-ERRO2 NOT = "00"
                   MOVE "* MATERIAL FORA DESTE INVENTARIO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CNT-002.
                MOVE W-MAT TO MATCOD
                READ CADMAT
                IF ST-ERRO3 = "00"
                   DISPLAY (17, 30) MATDESC.
                MOVE INVICONT TO W-QTDCNT.
       CNT-003.
                ACCEPT (19, 24) W-QTDCNT WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO CNT-002.
                MOVE W-QTDCNT TO INVICONT
                IF INVISIT NOT = "C"
                   MOVE "C" TO INVISIT
                   ADD 1 TO INVQTDCONT.
                REWRITE REGINVITEM
                IF ST-ERRO2 NOT = "00"
                   MOVE "ERRO NA REGRAVACAO DO ARQUIVO INVITEM" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                REWRITE REGINVCAB
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA REGRAVACAO DO ARQUIVO INVCAB" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                DISPLAY (10, 47) INVQTDCONT
                MOVE "*** CONTAGEM REGISTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO CNT-002.
       CNT-FIM.
                DISPLAY (15, 01) LIMPA
                DISPLAY (17, 01) LIMPA
                DISPLAY (17, 51) LIMPA
                DISPLAY (19, 01) LIMPA
                GO TO ACE-001.
      *
      *****************************************
      * AJUSTE DO ESTOQUE PELA CONTAGEM       *
      *****************************************
      *
      *    O MENU LIBERA A OPCAO A PARTIR DO NIVEL 2 PARA A
      *    CONTAGEM; O AJUSTE EXIGE A APROVACAO DO SUPERVISOR
       AJU-001.
                IF W-NIVEL < 3
                   MOVE "* AJUSTE EXIGE NIVEL SUPERVISOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                IF INVQTDCONT < INVQTDITEM
                   MOVE "* HA MATERIAIS SEM CONTAGEM *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
       AJU-OPC.
                MOVE "N" TO W-OPCAO
                DISPLAY (23, 40) "AJUSTAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ACE-001.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** ESTOQUE NAO AJUSTADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO AJU-OPC.
       AJU-002.
                OPEN EXTEND MOVIMENTO
                IF ST-ERRO5 NOT = "00"
                   IF ST-ERRO5 = "30" OR ST-ERRO5 = "35"
                      OPEN OUTPUT MOVIMENTO
                      CLOSE MOVIMENTO
                      OPEN EXTEND MOVIMENTO
                   END-IF
                END-IF
                IF ST-ERRO5 NOT = "00"
                   MOVE "* ERRO NO ARQUIVO DE MOVIMENTO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                MOVE ZEROS TO W-QTDAJU
                MOVE 0 TO W-FIMITE
                MOVE W-INVNUM TO INVINUM
                MOVE ZEROS TO INVIMAT
                START INVITEM KEY IS NOT LESS THAN CHAVEINVI
                IF ST-ERRO2 = "00"
                   PERFORM AJU-ITEM THRU AJU-ITEM-FIM
                      UNTIL W-FIMITE = 1.
                CLOSE MOVIMENTO.
       AJU-RW1.
                MOVE "F" TO INVSIT
                MOVE W-DTHOJE TO INVDTAJUS
                MOVE W-OPERADOR TO INVOPEAJUS
                REWRITE REGINVCAB
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA REGRAVACAO DO ARQUIVO INVCAB" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE W-INVNUM TO AUD-CHAVE
                MOVE "AJUSTE INV" TO AUD-OPERACAO
                PERFORM GRAVA-AUDITORIA THRU GRAVA-AUDITORIA-FIM
                PERFORM INV-DIVERG THRU INV-DIVERG-FIM
                PERFORM MOSTRA-INV THRU MOSTRA-INV-FIM
                MOVE SPACES TO MENS
                STRING "*** ESTOQUE AJUSTADO: " W-QTDAJU
                       " MATERIAIS ***" DELIMITED BY SIZE INTO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001.

      *    A DIFERENCA CONTADO MENOS CONGELADO VAI SOBRE O SALDO
      *    ATUAL; O MOVIMENTO DURANTE A CONTAGEM (SALDO ATUAL MENOS
      *    CONGELADO) FICA REGISTRADO NO ITEM. O SALDO NAO FICA
      *    NEGATIVO
       AJU-ITEM.
                READ INVITEM NEXT RECORD
                   AT END
                      MOVE 1 TO W-FIMITE
                      GO TO AJU-ITEM-FIM.
                IF INVINUM NOT = W-INVNUM
                   MOVE 1 TO W-FIMITE
                   GO TO AJU-ITEM-FIM.
                MOVE INVIMAT TO MATCOD
                READ CADMAT
                IF ST-ERRO3 NOT = "00"
                   GO TO AJU-ITEM-FIM.
                COMPUTE W-MOV = MATSALDO - INVISALDO
                COMPUTE W-DIF = INVICONT - INVISALDO
                IF W-DIF NOT = ZEROS
                   COMPUTE W-NOVO = MATSALDO + W-DIF
                   IF W-NOVO < ZEROS
                      MOVE ZEROS TO W-NOVO
                   END-IF
                   COMPUTE W-DIF = W-NOVO - MATSALDO
                   MOVE W-NOVO TO MATSALDO
                   REWRITE REGCADMAT
                   IF ST-ERRO3 NOT = "00" AND ST-ERRO3 NOT = "02"
                      MOVE "ERRO NA REGRAVACAO DO ARQUIVO CADMAT"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO AJU-ITEM-FIM
                   END-IF
                   PERFORM AJU-GRAVA THRU AJU-GRAVA-FIM
                   ADD 1 TO W-QTDAJU.
                MOVE W-MOV TO INVIMOV
                MOVE W-DIF TO INVIDIF
                REWRITE REGINVITEM.
       AJU-ITEM-FIM.
                EXIT.

      *    LINHA DO MOVMAT.DAT NO LAYOUT DO MOVMAT
       AJU-GRAVA.
                MOVE SPACES TO REGMOVIMENTO
                MOVE W-DTHOJE TO MOV-DATA
                MOVE MATCOD TO MOV-MAT
                MOVE "I" TO MOV-TIPO
                IF W-DIF < ZEROS
                   COMPUTE MOV-QTD = ZEROS - W-DIF
                   MOVE "S" TO MOV-DIVERG
                ELSE
                   MOVE W-DIF TO MOV-QTD
                   MOVE "E" TO MOV-DIVERG.
                MOVE MATSALDO TO MOV-SALDO
                MOVE W-INVNUM TO MOV-PEDIDO
                MOVE ZEROS TO MOV-PRECO
                MOVE ";" TO REGMOVIMENTO(9:1)
                MOVE ";" TO REGMOVIMENTO(14:1)
                MOVE ";" TO REGMOVIMENTO(16:1)
                MOVE ";" TO REGMOVIMENTO(23:1)
                MOVE ";" TO REGMOVIMENTO(30:1)
                MOVE ";" TO REGMOVIMENTO(37:1)
                MOVE ";" TO REGMOVIMENTO(46:1)
                WRITE REGMOVIMENTO.
       AJU-GRAVA-FIM.
                EXIT.
      *
      *****************************************
      * FOLHA DE CONTAGEM CEGA                *
      *****************************************
      *
       INV-FOLHA.
                MOVE SPACES TO W-NOMEREL
                STRING "INVCONT." W-INVNUM DELIMITED BY SIZE
                   INTO W-NOMEREL
                OPEN OUTPUT RELATORIO
                IF ST-ERRO6 NOT = "00"
                   MOVE "* ERRO AO CRIAR A FOLHA DE CONTAGEM *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INV-FOLHA-FIM.
                MOVE W-INVNUM TO LF1-NUM
                MOVE INVDTABER TO W-DATAED
                PERFORM MOSTRA-DATA THRU MOSTRA-DATA-FIM
                MOVE MASCDATA TO LF1-DATA
                WRITE LINHA-REL FROM LIN-FOL1
                WRITE LINHA-REL FROM SPACES
                WRITE LINHA-REL FROM LIN-FOL2
                WRITE LINHA-REL FROM SPACES
                MOVE 0 TO W-FIMITE
                MOVE W-INVNUM TO INVINUM
                MOVE ZEROS TO INVIMAT
                START INVITEM KEY IS NOT LESS THAN CHAVEINVI
                IF ST-ERRO2 = "00"
                   PERFORM INV-FOLHA1 THRU INV-FOLHA1-FIM
                      UNTIL W-FIMITE = 1.
                WRITE LINHA-REL FROM SPACES
                WRITE LINHA-REL FROM SPACES
                WRITE LINHA-REL FROM LIN-FOL4
                CLOSE RELATORIO
                MOVE SPACES TO MENS
                STRING "*** FOLHA DE CONTAGEM EM " W-NOMEREL
                       DELIMITED BY SPACE " ***" DELIMITED BY SIZE
                       INTO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       INV-FOLHA-FIM.
                EXIT.
       INV-FOLHA1.
                READ INVITEM NEXT RECORD
                   AT END
                      MOVE 1 TO W-FIMITE
                      GO TO INV-FOLHA1-FIM.
                IF INVINUM NOT = W-INVNUM
                   MOVE 1 TO W-FIMITE
                   GO TO INV-FOLHA1-FIM.
                MOVE INVIMAT TO LF3-MAT MATCOD
                MOVE SPACES TO LF3-DESC
                READ CADMAT
                IF ST-ERRO3 = "00"
                   MOVE MATDESC TO LF3-DESC.
                WRITE LINHA-REL FROM LIN-FOL3
                WRITE LINHA-REL FROM SPACES.
       INV-FOLHA1-FIM.
                EXIT.
      *
      *****************************************
      * RELATORIO DE DIVERGENCIAS             *
      *****************************************
      *
      *    EM CONTAGEM: MOVIMENTO E SALDO FINAL CALCULADOS PELO
      *    SALDO ATUAL DO CADMAT (PREVIA DO AJUSTE). AJUSTADO: OS
      *    VALORES GRAVADOS NO AJUSTE. SAEM OS MATERIAIS COM
      *    DIFERENCA E OS AINDA NAO CONTADOS
       INV-DIVERG.
                MOVE SPACES TO W-NOMEREL
                STRING "INVDIV." W-INVNUM DELIMITED BY SIZE
                   INTO W-NOMEREL
                OPEN OUTPUT RELATORIO
                IF ST-ERRO6 NOT = "00"
                   MOVE "* ERRO AO CRIAR RELATORIO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INV-DIVERG-FIM.
                MOVE ZEROS TO W-QTDDIV W-QTDNCON W-TOTSOBRA W-TOTFALTA
                MOVE W-INVNUM TO LV1-NUM
                PERFORM MOSTRA-SIT THRU MOSTRA-SIT-FIM
                MOVE W-TXTSIT TO LV1-SIT
                WRITE LINHA-REL FROM LIN-DIV1
                WRITE LINHA-REL FROM SPACES
                WRITE LINHA-REL FROM LIN-DIV2
                MOVE 0 TO W-FIMITE
                MOVE W-INVNUM TO INVINUM
                MOVE ZEROS TO INVIMAT
                START INVITEM KEY IS NOT LESS THAN CHAVEINVI
                IF ST-ERRO2 = "00"
                   PERFORM INV-DIVERG1 THRU INV-DIVERG1-FIM
                      UNTIL W-FIMITE = 1.
                WRITE LINHA-REL FROM SPACES
                MOVE "MATERIAIS NO INVENTARIO    :" TO LT-TEXTO
                MOVE INVQTDITEM TO LT-QTD
                WRITE LINHA-REL FROM LIN-TOT
                MOVE "MATERIAIS CONTADOS         :" TO LT-TEXTO
                MOVE INVQTDCONT TO LT-QTD
                WRITE LINHA-REL FROM LIN-TOT
                MOVE "MATERIAIS NAO CONTADOS     :" TO LT-TEXTO
                MOVE W-QTDNCON TO LT-QTD
                WRITE LINHA-REL FROM LIN-TOT
                MOVE "MATERIAIS COM DIVERGENCIA  :" TO LT-TEXTO
                MOVE W-QTDDIV TO LT-QTD
                WRITE LINHA-REL FROM LIN-TOT
                MOVE "QUANTIDADE EM SOBRA        :" TO LT-TEXTO
                MOVE W-TOTSOBRA TO LT-QTD
                WRITE LINHA-REL FROM LIN-TOT
                MOVE "QUANTIDADE EM FALTA        :" TO LT-TEXTO
                MOVE W-TOTFALTA TO LT-QTD
                WRITE LINHA-REL FROM LIN-TOT
                CLOSE RELATORIO
                MOVE SPACES TO MENS
                STRING "*** DIVERGENCIAS EM " W-NOMEREL
                       DELIMITED BY SPACE " ***" DELIMITED BY SIZE
                       INTO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       INV-DIVERG-FIM.
                EXIT.
       INV-DIVERG1.
                READ INVITEM NEXT RECORD
                   AT END
                      MOVE 1 TO W-FIMITE
                      GO TO INV-DIVERG1-FIM.
                IF INVINUM NOT = W-INVNUM
                   MOVE 1 TO W-FIMITE
                   GO TO INV-DIVERG1-FIM.
                MOVE INVIMAT TO MATCOD
                MOVE SPACES TO MATDESC
                MOVE INVISALDO TO MATSALDO
                READ CADMAT
                IF INVSIT = "F"
                   MOVE INVIMOV TO W-MOV
                   MOVE INVIDIF TO W-DIF
                   COMPUTE W-NOVO = INVISALDO + W-MOV + W-DIF
                ELSE
                   COMPUTE W-MOV = MATSALDO - INVISALDO
                   COMPUTE W-DIF = INVICONT - INVISALDO
                   COMPUTE W-NOVO = MATSALDO + W-DIF
                   IF W-NOVO < ZEROS
                      MOVE ZEROS TO W-NOVO.
                IF INVISIT NOT = "C"
                   ADD 1 TO W-QTDNCON
                   MOVE ZEROS TO W-DIF
                   COMPUTE W-NOVO = INVISALDO + W-MOV
                   MOVE "NAO CONT" TO LV3-OBS
                ELSE
                   IF W-DIF = ZEROS
                      GO TO INV-DIVERG1-FIM
                   ELSE
                      MOVE SPACES TO LV3-OBS
                      ADD 1 TO W-QTDDIV
                      IF W-DIF > ZEROS
                         ADD W-DIF TO W-TOTSOBRA
                         MOVE "SOBRA" TO LV3-OBS
                      ELSE
                         SUBTRACT W-DIF FROM W-TOTFALTA
                         MOVE "FALTA" TO LV3-OBS.
                MOVE INVIMAT TO LV3-MAT
                MOVE MATDESC TO LV3-DESC
                MOVE INVISALDO TO LV3-CONG
                MOVE INVICONT TO LV3-CONT
                MOVE W-MOV TO LV3-MOV
                MOVE W-DIF TO LV3-DIF
                MOVE W-NOVO TO LV3-FINAL
                WRITE LINHA-REL FROM LIN-DIV3.
       INV-DIVERG1-FIM.
                EXIT.
      *
      **************************
      * EXIBICAO DO INVENTARIO *
      **************************
      *
       MOSTRA-INV.
                PERFORM MOSTRA-SIT THRU MOSTRA-SIT-FIM
                DISPLAY (06, 24) W-TXTSIT
                MOVE INVDTABER TO W-DATAED
                PERFORM MOSTRA-DATA THRU MOSTRA-DATA-FIM
                DISPLAY (08, 24) MASCDATA
                DISPLAY (08, 42) INVOPEABER
                DISPLAY (10, 24) INVQTDITEM
                DISPLAY (10, 47) INVQTDCONT
                IF INVDTAJUS NOT = ZEROS
                   MOVE INVDTAJUS TO W-DATAED
                   PERFORM MOSTRA-DATA THRU MOSTRA-DATA-FIM
                   DISPLAY (12, 24) MASCDATA
                   DISPLAY (12, 42) INVOPEAJUS.
       MOSTRA-INV-FIM.
                EXIT.
       MOSTRA-SIT.
                MOVE "EM CONTAGEM" TO W-TXTSIT
                IF INVSIT = "F"
                   MOVE "AJUSTADO" TO W-TXTSIT.
       MOSTRA-SIT-FIM.
                EXIT.
       MOSTRA-DATA.
                MOVE W-DEDIA TO MD-DIA
                MOVE W-DEMES TO MD-MES
                MOVE W-DEANO TO MD-ANO.
       MOSTRA-DATA-FIM.
                EXIT.
      *
      **************************
      * ROTINA DE AUDITORIA    *
      **************************
      *
       GRAVA-AUDITORIA.
                MOVE W-OPERADOR TO AUD-OPERADOR
                ACCEPT AUD-DATA FROM DATE YYYYMMDD
                ACCEPT AUD-HORA FROM TIME
                MOVE "INVMAT" TO AUD-PROGRAMA
                WRITE REGAUDITORIA
                IF ST-ERRO4 NOT = "00"
                   MOVE "*** ERRO NA GRAVACAO DA AUDITORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                END-IF.
       GRAVA-AUDITORIA-FIM.
                EXIT.
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE INVCAB INVITEM CADMAT AUDITORIA.
       ROT-FIM1.
           DISPLAY (01, 01) ERASE.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
                EXIT.
      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
