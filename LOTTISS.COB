       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTTISS.
      *AUTHOR. LUCAS ALVES VIEIRA.
      ********************************************************
      * CONTROLE DOS LOTES TISS POR CONVENIO *
      * GUARDA OS DADOS DA OPERADORA PARA O GERTISS (REGISTRO *
      * ANS, CODIGO DA CLINICA COMO PRESTADOR E CNES), SO *
      * ALTERAVEIS PELO SUPERVISOR, E REGISTRA O PROTOCOLO DE *
      * RECEBIMENTO DE CADA LOTE ENVIADO. LOTE RECUSADO PELA *
      * OPERADORA LIBERA AS GUIAS PARA O PROXIMO LOTE *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT TISSCTL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTLCONV
                    FILE STATUS  IS ST-ERRO.
            SELECT TISSLOTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVELOT
                    FILE STATUS  IS ST-ERRO2.
            SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION  IS INDEXED
                    ACCESS MODE   IS DYNAMIC
                    RECORD KEY    IS CODIGO
                    FILE STATUS   IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD TISSCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TISSCTL.DAT".
       01 REGTISSCTL.
                03 CTLCONV           PIC 9(04).
                03 CTLREGANS         PIC 9(06).
                03 CTLCODPRE         PIC X(14).
                03 CTLCNES           PIC 9(07).
                03 CTLULTLOTE        PIC 9(06).
                03 STATUSREG         PIC X(01).
      *
       FD TISSLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TISSLOTE.DAT".
       01 REGTISSLOTE.
          03 CHAVELOT.
             05 LOTCONV       PIC 9(04).
             05 LOTNUM        PIC 9(06).
          03 LOTCOMP          PIC 9(06).
          03 LOTDTGER         PIC 9(08).
          03 LOTQTDGUIA       PIC 9(06).
          03 LOTVALOR         PIC 9(11)V99.
          03 LOTARQ           PIC X(20).
          03 LOTPROTOC        PIC X(20).
          03 LOTDTPROT        PIC 9(08).
          03 LOTOPERADOR      PIC X(08).
          03 LOTSITUACAO      PIC X(01).
      *    LOTSITUACAO: G=GERADO  E=ENVIADO (PROTOCOLO DE RECEBIMENTO)
      *                 R=RECUSADO PELA OPERADORA (GUIAS LIBERADAS)
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL         PIC 9(01) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 ST-ERRO2      PIC X(02) VALUE "00".
       77 ST-ERRO3      PIC X(02) VALUE "00".
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-DTHOJE      PIC 9(08) VALUE ZEROS.
       77 W-OPERADOR    PIC X(08) VALUE SPACES.
       01 MASCVLR       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 MASCQTD       PIC ZZZ.ZZ9.
       01 W-DESCSIT     PIC X(20) VALUE SPACES.
      *
       LINKAGE SECTION.
       01 PARM-SESSAO.
          03 SES-OPERADOR PIC X(08).
          03 SES-NIVEL    PIC 9(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PARM-SESSAO.
       INICIO.
                MOVE SES-OPERADOR TO W-OPERADOR
                ACCEPT W-DTHOJE FROM DATE YYYYMMDD.
                DISPLAY (01, 01) ERASE.
       INC-OP0.
           OPEN I-O TISSCTL
           IF ST-ERRO NOT = "00"
                IF ST-ERRO = "30"
                      OPEN OUTPUT TISSCTL
                      CLOSE TISSCTL
                      MOVE "*** ARQUIVO TISSCTL SENDO CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO TISSCTL " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP1.
           OPEN I-O TISSLOTE
           IF ST-ERRO2 NOT = "00"
                IF ST-ERRO2 = "30"
                      OPEN OUTPUT TISSLOTE
                      CLOSE TISSLOTE
                      MOVE "*** ARQUIVO TISSLOTE SENDO CRIADO **"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP1
                   ELSE
                      MOVE "ERRO NA ABERTURA DO TISSLOTE " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE TISSCTL
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP2.
           OPEN INPUT CADCONV
           IF ST-ERRO3 NOT = "00"
              MOVE "* ARQUIVO CADCONV NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE TISSCTL TISSLOTE
              GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS TO CTLCONV CTLREGANS CTLCNES CTLULTLOTE
                MOVE SPACES TO CTLCODPRE
                MOVE "A" TO STATUSREG OF REGTISSCTL.
                DISPLAY (01, 01) ERASE.
                DISPLAY (01, 20) "CONTROLE DE LOTES TISS"
                DISPLAY (03, 01) "CONVENIO            : "
                DISPLAY (05, 01) "REGISTRO ANS        : "
                DISPLAY (06, 01) "CODIGO PRESTADOR    : "
                DISPLAY (07, 01) "CNES                : "
                DISPLAY (08, 01) "ULTIMO LOTE GERADO  : "
                DISPLAY (10, 01) "LOTE (0=ENCERRAR)   : "
                DISPLAY (12, 01) "COMPETENCIA         : "
                DISPLAY (13, 01) "GERADO EM           : "
                DISPLAY (14, 01) "QUANTIDADE DE GUIAS : "
                DISPLAY (15, 01) "VALOR DO LOTE       : "
                DISPLAY (16, 01) "ARQUIVO             : "
                DISPLAY (18, 01) "PROTOCOLO RECEBIM.  : "
                DISPLAY (19, 01) "DATA PROT.(AAAAMMDD): "
                DISPLAY (20, 01) "SITUACAO (G/E/R)    : "
                DISPLAY (23, 01) " MENSAGEM :".

       INC-002.
                ACCEPT  (03, 23) CTLCONV
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   GO TO ROT-FIM.
                IF CTLCONV = ZEROS
                   MOVE "*** CONVENIO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE CTLCONV TO CODIGO
                READ CADCONV
                IF ST-ERRO3 NOT = "00"
                   MOVE "* CONVENIO NAO CADASTRADO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (03, 30) NOME.
       LER-CTL01.
                MOVE 0 TO W-SEL
                READ TISSCTL
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY (05, 23) CTLREGANS
                      DISPLAY (06, 23) CTLCODPRE
                      DISPLAY (07, 23) CTLCNES
                      DISPLAY (08, 23) CTLULTLOTE
                      MOVE 1 TO W-SEL
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO TISSCTL"  TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
      *    DADOS DA OPERADORA: SO O SUPERVISOR INCLUI OU ALTERA
                IF SES-NIVEL < 3
                   IF W-SEL = 0
                      MOVE "*** CONVENIO SEM DADOS TISS ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-002
                   ELSE
                      GO TO INC-010.
       INC-003.
                ACCEPT (05, 23) CTLREGANS WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF CTLREGANS = ZEROS
                   MOVE "*** REGISTRO ANS INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT (06, 23) CTLCODPRE WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF CTLCODPRE = SPACES
                   MOVE "*** CODIGO DO PRESTADOR INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT (07, 23) CTLCNES WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
                IF W-SEL = 1
                   GO TO ALT-RW1.
       INC-WR1.
                WRITE REGTISSCTL
                IF ST-ERRO = "00"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO ARQUIVO TISSCTL" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
       ALT-RW1.
                REWRITE REGTISSCTL
                IF ST-ERRO = "00"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-010.
                MOVE "ERRO NA ALTERACAO DO REGISTRO TISSCTL"  TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE PROTOCOLO DO LOTE ENVIADO   *
      *****************************************
      *
       INC-010.
                MOVE ZEROS TO LOTNUM
                ACCEPT (10, 23) LOTNUM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-001.
                IF LOTNUM = ZEROS
                   GO TO INC-001.
                MOVE CTLCONV TO LOTCONV
                READ TISSLOTE
                IF ST-ERRO2 NOT = "00"
                   MOVE "* LOTE NAO ENCONTRADO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-010.
                DISPLAY (12, 23) LOTCOMP
                DISPLAY (13, 23) LOTDTGER
                MOVE LOTQTDGUIA TO MASCQTD
                DISPLAY (14, 23) MASCQTD
                MOVE LOTVALOR TO MASCVLR
                DISPLAY (15, 23) MASCVLR
                DISPLAY (16, 23) LOTARQ
                DISPLAY (18, 23) LOTPROTOC
                DISPLAY (19, 23) LOTDTPROT
                DISPLAY (20, 23) LOTSITUACAO
                PERFORM ROT-SITUACAO THRU ROT-SITUACAO-FIM
      *    LOTE RECUSADO JA TEVE AS GUIAS REAPROVEITADAS PELO GERTISS
                IF LOTSITUACAO = "R"
                   MOVE "*** LOTE RECUSADO - SO CONSULTA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-010.
       INC-011.
                ACCEPT (18, 23) LOTPROTOC WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-010.
       INC-012.
                IF LOTDTPROT = ZEROS
                   MOVE W-DTHOJE TO LOTDTPROT.
                ACCEPT (19, 23) LOTDTPROT WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-011.
                IF LOTDTPROT < LOTDTGER OR LOTDTPROT > W-DTHOJE
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-012.
       INC-013.
                IF LOTSITUACAO = "G" AND LOTPROTOC NOT = SPACES
                   MOVE "E" TO LOTSITUACAO.
                ACCEPT (20, 23) LOTSITUACAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-012.
                IF LOTSITUACAO NOT = "G" AND LOTSITUACAO NOT = "E"
                   AND LOTSITUACAO NOT = "R"
                   MOVE "*** SITUACAO: G, E OU R ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-013.
                IF LOTSITUACAO = "E" AND LOTPROTOC = SPACES
                   MOVE "*** LOTE ENVIADO EXIGE O PROTOCOLO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-011.
                PERFORM ROT-SITUACAO THRU ROT-SITUACAO-FIM.
       LOT-OPC.
                MOVE "S" TO W-OPCAO
                IF LOTSITUACAO = "R"
                   MOVE "*** GUIAS VOLTAM PARA O PROXIMO LOTE ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   DISPLAY (23, 40) "RECUSAR   (S/N) : "
                ELSE
                   DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-013.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-010.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LOT-OPC.
       LOT-RW1.
                MOVE W-OPERADOR TO LOTOPERADOR
                REWRITE REGTISSLOTE
                IF ST-ERRO2 = "00"
                   MOVE "*** LOTE ATUALIZADO ***           " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-010.
                MOVE "ERRO NA ALTERACAO DO ARQUIVO TISSLOTE"  TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE TISSCTL TISSLOTE CADCONV.
           DISPLAY (01, 01) ERASE.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.

      *---------[ ROTINA DE DESCRICAO DA SITUACAO ]--------
       ROT-SITUACAO.
                IF LOTSITUACAO = "G"
                   MOVE "GERADO, NAO ENVIADO" TO W-DESCSIT.
                IF LOTSITUACAO = "E"
                   MOVE "ENVIADO/PROTOCOLADO" TO W-DESCSIT.
                IF LOTSITUACAO = "R"
                   MOVE "RECUSADO" TO W-DESCSIT.
                DISPLAY (20, 30) W-DESCSIT.
       ROT-SITUACAO-FIM.
                EXIT.

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
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
