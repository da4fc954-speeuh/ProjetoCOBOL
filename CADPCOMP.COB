       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPCOMP.
      *AUTHOR. LUCAS ALVES VIEIRA.
      **************************************
      * ULTIMO PRECO DE COMPRA POR MATERIAL E FORNECEDOR *
      * O GERPED ESCOLHE O FORNECEDOR DE MENOR ULTIMO PRECO *
      * PARA CADA ITEM ABAIXO DO MINIMO E A ENTRADA CONTRA O *
      * PEDIDO NO MOVMAT ATUALIZA O PRECO AUTOMATICAMENTE. *
      * AQUI SE CADASTRA O PRECO INICIAL OU SE CORRIGE UM *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PRECOMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPCP
                    FILE STATUS  IS ST-ERRO.
            SELECT CADMAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MATCOD
                    FILE STATUS  IS ST-ERRO2.
            SELECT CADFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FORCOD
                    FILE STATUS  IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
      *    PCPDATA: DATA DO ULTIMO PRECO EM AAAAMMDD
      *    PCPPEDIDO: PEDIDO DA ULTIMA ENTRADA (ZEROS = DIGITADO AQUI)
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
       01 MASCVLR       PIC ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                ACCEPT W-DTHOJE FROM DATE YYYYMMDD.
                DISPLAY (01, 01) ERASE.
       INC-OP0.
           OPEN I-O PRECOMP
           IF ST-ERRO NOT = "00"
                IF ST-ERRO = "30"
                      OPEN OUTPUT PRECOMP
                      CLOSE PRECOMP
                      MOVE "*** ARQUIVO PRECOMP SENDO CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO PRECOMP " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP1.
           OPEN INPUT CADMAT
           IF ST-ERRO2 NOT = "00"
              MOVE "* ARQUIVO CADMAT NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE PRECOMP
              GO TO ROT-FIM.
       INC-OP2.
           OPEN INPUT CADFORN
           IF ST-ERRO3 NOT = "00"
              MOVE "* ARQUIVO CADFORN NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE PRECOMP CADMAT
              GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS TO CHAVEPCP PCPPRECO PCPPEDIDO
                MOVE W-DTHOJE TO PCPDATA
                MOVE "A" TO STATUSREG OF REGPRECOMP.
                DISPLAY (01, 01) ERASE.
                DISPLAY (01, 15) "ULTIMO PRECO DE COMPRA POR FORNECEDOR"
                DISPLAY (04, 01) "MATERIAL            : "
                DISPLAY (06, 01) "FORNECEDOR          : "
                DISPLAY (08, 01) "ULTIMO PRECO UNIT.  : "
                DISPLAY (10, 01) "DATA (AAAAMMDD)     : "
                DISPLAY (12, 01) "PEDIDO DE ORIGEM    : "
                DISPLAY (23, 01) " MENSAGEM :".

       INC-002.
                ACCEPT  (04, 23) PCPMAT
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   GO TO ROT-FIM.
                IF PCPMAT = ZEROS
                   MOVE "*** MATERIAL INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       INC-002A.
                MOVE PCPMAT TO MATCOD
                READ CADMAT
                IF ST-ERRO2 NOT = "00"
                   MOVE "* MATERIAL NAO CADASTRADO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                IF STATUSREG OF REGCADMAT = "I"
                   MOVE "* MATERIAL INATIVADO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (04, 30) MATDESC.
       INC-002B.
                ACCEPT (06, 23) PCPFORN
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF PCPFORN = ZEROS
                   MOVE "*** FORNECEDOR INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002B.
                MOVE PCPFORN TO FORCOD
                READ CADFORN
                IF ST-ERRO3 NOT = "00"
                   MOVE "* FORNECEDOR NAO CADASTRADO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002B.
                IF STATUSREG OF REGCADFORN = "I"
                   MOVE "* FORNECEDOR INATIVADO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002B.
                DISPLAY (06, 30) FORNOME.
       LER-PCP01.
                MOVE 0 TO W-SEL
                READ PRECOMP
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      MOVE PCPPRECO TO MASCVLR
                      DISPLAY (08, 23) MASCVLR
                      DISPLAY (10, 23) PCPDATA
                      DISPLAY (12, 23) PCPPEDIDO
                      MOVE "*** PRECO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO PRECOMP"  TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-003.
                ACCEPT (08, 23) PCPPRECO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002B.
                IF PCPPRECO = ZEROS
                   MOVE "*** PRECO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT (10, 23) PCPDATA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF PCPDATA = ZEROS OR PCPDATA > W-DTHOJE
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
      *    PRECO CORRIGIDO A MAO DEIXA DE APONTAR PARA O PEDIDO
                MOVE ZEROS TO PCPPEDIDO
                DISPLAY (12, 23) PCPPEDIDO
                IF W-SEL = 1
                              GO TO ALT-OPC.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGPRECOMP
                IF ST-ERRO = "00"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** PRECO JA EXISTE ***        " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO PRECOMP"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "F1=NOVO REGISTRO   F2=ALTERAR   F3=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-ACT = 02
                   MOVE 02 TO W-SEL
                   GO TO INC-001.
                IF W-ACT = 03
                   GO TO INC-003.
      *
       EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
      *    EXCLUSAO LOGICA: O FORNECEDOR DEIXA DE SER OPCAO PARA O
      *    MATERIAL NO GERPED, MAS O PRECO CONTINUA RECUPERAVEL
                MOVE "I" TO STATUSREG OF REGPRECOMP
                REWRITE REGPRECOMP
                IF ST-ERRO = "00"
                   MOVE "*** PRECO INATIVADO ***            " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002B.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                MOVE "A" TO STATUSREG OF REGPRECOMP
                REWRITE REGPRECOMP
                IF ST-ERRO = "00"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO PRECOMP"  TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE PRECOMP CADMAT CADFORN.
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
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
