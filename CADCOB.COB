       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCOB.
      *AUTHOR. LUCAS ALVES VIEIRA.
      **************************************
      * TABELA DE COBERTURA POR CONVENIO, PLANO E PROCEDIMENTO *
      * DIZ SE O PROCEDIMENTO E COBERTO E A CARENCIA EM DIAS *
      * CONTADA DA ADESAO DO PACIENTE (CARTPAC). PLANO 00 VALE *
      * PARA TODOS OS PLANOS DO CONVENIO E PROCEDIMENTO 0000 E *
      * A CONSULTA. CONVENIO SEM NENHUM REGISTRO AQUI COBRE TUDO *
      * SEM CARENCIA. CONSULTADA NA AGENDA, CHECKIN, ATENDIM E *
      * CADEXA NA VERIFICACAO DE ELEGIBILIDADE *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT COBERT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECOB
                    FILE STATUS  IS ST-ERRO.
            SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS NOME OF REGCADCONV
                                    WITH DUPLICATES.
            SELECT PROCED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPROC
                    FILE STATUS  IS ST-ERRO3.
            SELECT LOOKUP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LKCHAVE
                    FILE STATUS  IS ST-ERRO5.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD COBERT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "COBERT.DAT".
       01 REGCOBERT.
                03 CHAVECOB.
                   05 COBCONV           PIC 9(04).
                   05 COBPLANO          PIC 9(02).
                   05 COBPROC           PIC 9(04).
                03 COBCOBRE             PIC X(01).
                03 COBCARENCIA          PIC 9(03).
                03 STATUSREG            PIC X(01).
      *    COBPLANO: TPPLANO DO CADCONV (00=TODOS OS PLANOS)
      *    COBPROC: CODPROC DO PROCED (0000=CONSULTA)
      *    COBCOBRE: S=COBERTO  N=NAO COBERTO
      *
       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCADCONV.
                03 CODIGO            PIC 9(04).
                03 NOME              PIC X(30).
                03 TPPLANO           PIC 9(02).
                03 FILLER            PIC X(22).
                03 STATUSREG         PIC X(01).
      *
       FD PROCED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PROCED.DAT".
       01 REGPROCED.
                03 CODPROC           PIC 9(04).
                03 DESCPROC          PIC X(30).
                03 VLRPROC           PIC 9(06)V99.
                03 STATUSREG         PIC X(01).
      *
       FD LOOKUP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LOOKUP.DAT".
       01 REGLOOKUP.
                03 LKCHAVE.
                   05 LKDOM             PIC X(02).
                   05 LKCOD             PIC X(02).
                03 LKDESC               PIC X(30).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL         PIC 9(01) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 ST-ERRO2      PIC X(02) VALUE "00".
       77 ST-ERRO3      PIC X(02) VALUE "00".
       77 ST-ERRO5      PIC X(02) VALUE "00".
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-CONVPARTIC  PIC 9(04) VALUE 0001.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                DISPLAY (01, 01) ERASE.
       INC-OP0.
           OPEN I-O COBERT
           IF ST-ERRO NOT = "00"
                IF ST-ERRO = "30"
                      OPEN OUTPUT COBERT
                      CLOSE COBERT
                      MOVE "*** ARQUIVO COBERT SENDO CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO COBERT " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP1.
           OPEN INPUT CADCONV
           IF ST-ERRO2 NOT = "00"
              MOVE "* ARQUIVO CADCONV NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE COBERT
              GO TO ROT-FIM.
       INC-OP2.
           OPEN INPUT PROCED
           IF ST-ERRO3 NOT = "00"
              MOVE "* ARQUIVO PROCED NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE COBERT CADCONV
              GO TO ROT-FIM.
       INC-OP3.
           OPEN INPUT LOOKUP
           IF ST-ERRO5 NOT = "00"
              MOVE "*** ARQUIVO LOOKUP NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE COBERT CADCONV PROCED
              GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS TO CHAVECOB COBCARENCIA
                MOVE "S" TO COBCOBRE
                MOVE "A" TO STATUSREG OF REGCOBERT.
                DISPLAY (01, 01) ERASE.
                DISPLAY (01, 15) "COBERTURA POR CONVENIO E PROCEDIMENTO"
                DISPLAY (04, 01) "CONVENIO            : "
                DISPLAY (06, 01) "PLANO (00=TODOS)    : "
                DISPLAY (08, 01) "PROCED. (0=CONSULTA): "
                DISPLAY (10, 01) "COBERTO (S/N)       : "
                DISPLAY (12, 01) "CARENCIA (DIAS)     : "
                DISPLAY (23, 01) " MENSAGEM :".

       INC-002.
                ACCEPT  (04, 23) COBCONV
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   GO TO ROT-FIM.
                IF COBCONV = ZEROS OR COBCONV = W-CONVPARTIC
                   MOVE "*** CONVENIO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       INC-002A.
                MOVE COBCONV TO CODIGO
                READ CADCONV KEY IS CODIGO
                IF ST-ERRO2 NOT = "00"
                   MOVE "* CONVENIO NAO CADASTRADO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                IF STATUSREG OF REGCADCONV = "I"
                   MOVE "* CONVENIO NAO CADASTRADO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (04, 30) NOME OF REGCADCONV.
      *    O PLANO SEGUE O DOMINIO "PL" DO LOOKUP, O MESMO DO TPPLANO
      *    DO CADASTRO DE CONVENIOS
       INC-002B.
                ACCEPT (06, 23) COBPLANO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF COBPLANO = ZEROS
                   DISPLAY (06, 30) "TODOS OS PLANOS               "
                   GO TO INC-002C.
                MOVE "PL"     TO LKDOM
                MOVE COBPLANO TO LKCOD
                READ LOOKUP
                IF ST-ERRO5 NOT = "00"
                   MOVE "*** PLANO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002B.
                DISPLAY (06, 30) LKDESC.
       INC-002C.
                ACCEPT (08, 23) COBPROC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002B.
                IF COBPROC = ZEROS
                   DISPLAY (08, 30) "CONSULTA                      "
                   GO TO LER-COB01.
                MOVE COBPROC TO CODPROC
                READ PROCED
                IF ST-ERRO3 NOT = "00"
                   MOVE "* PROCEDIMENTO NAO CADASTRADO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002C.
                IF STATUSREG OF REGPROCED = "I"
                   MOVE "* PROCEDIMENTO INATIVADO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002C.
                DISPLAY (08, 30) DESCPROC.
       LER-COB01.
                MOVE 0 TO W-SEL
                READ COBERT
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY (10, 23) COBCOBRE
                      DISPLAY (12, 23) COBCARENCIA
                      IF STATUSREG OF REGCOBERT = "I"
                         MOVE "*** COBERTURA INATIVADA ***" TO MENS
                      ELSE
                         MOVE "*** COBERTURA JA CADASTRADA ***" TO MENS
                      END-IF
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO COBERT"  TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   MOVE "S" TO COBCOBRE
                   MOVE ZEROS TO COBCARENCIA
                   MOVE "A" TO STATUSREG OF REGCOBERT.
       INC-003.
                ACCEPT (10, 23) COBCOBRE WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002C.
                IF COBCOBRE = "s" MOVE "S" TO COBCOBRE.
                IF COBCOBRE = "n" MOVE "N" TO COBCOBRE.
                IF COBCOBRE NOT = "S" AND COBCOBRE NOT = "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                IF COBCOBRE = "N"
                   MOVE ZEROS TO COBCARENCIA
                   DISPLAY (12, 23) COBCARENCIA
                   GO TO INC-005.
       INC-004.
                ACCEPT (12, 23) COBCARENCIA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
       INC-005.
                MOVE "A" TO STATUSREG OF REGCOBERT
                IF W-SEL = 1
                              GO TO ALT-OPC.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGCOBERT
                IF ST-ERRO = "00"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** COBERTURA JA EXISTE ***     " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO COBERT"
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
      *    EXCLUSAO LOGICA: A REGRA DEIXA DE VALER NA VERIFICACAO DE
      *    ELEGIBILIDADE MAS CONTINUA CONSULTAVEL
                MOVE "I" TO STATUSREG OF REGCOBERT
                REWRITE REGCOBERT
                IF ST-ERRO = "00"
                   MOVE "*** COBERTURA INATIVADA ***        " TO MENS
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
                IF W-ACT = 02 GO TO INC-003.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGCOBERT
                IF ST-ERRO = "00"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO COBERT"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE COBERT CADCONV PROCED LOOKUP.
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
