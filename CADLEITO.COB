       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADLEITO.
      *AUTHOR. LUCAS ALVES VIEIRA.
      **************************************
      * CADASTRO DE LEITOS DE OBSERVACAO POR UNIDADE *
      * CADA LEITO PERTENCE A UMA UNIDADE DO CADUNI E E DE *
      * OBSERVACAO (O) OU DE DAY-CLINIC (D). LEIPROC E O *
      * PROCEDIMENTO DO PROCED QUE VALORA A DIARIA NO FATCONV. *
      * A SITUACAO LIVRE/OCUPADO E MANTIDA PELO INTERNA; AQUI *
      * SO E MOSTRADA, E LEITO OCUPADO NAO E INATIVADO *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CADLEITO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVELEI
                    FILE STATUS  IS ST-ERRO.
            SELECT CADUNI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UNICOD
                    FILE STATUS  IS ST-ERRO2.
            SELECT PROCED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPROC
                    FILE STATUS  IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADLEITO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLEITO.DAT".
       01 REGCADLEITO.
                03 CHAVELEI.
                   05 LEIUNID           PIC 9(02).
                   05 LEINUM            PIC 9(03).
                03 LEIDESC              PIC X(30).
                03 LEITIPO              PIC X(01).
                03 LEIPROC              PIC 9(04).
                03 LEISIT               PIC X(01).
                03 LEIINT               PIC X(20).
                03 FILLER               PIC X(10).
                03 STATUSREG            PIC X(01).
      *    LEITIPO: O=OBSERVACAO  D=DAY-CLINIC
      *    LEISIT: L=LIVRE  O=OCUPADO
      *    LEIINT: CHAVE DA INTERNACAO (INTERNA) QUE OCUPA O LEITO
      *
       FD CADUNI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNI.DAT".
       01 REGCADUNI.
                03 UNICOD            PIC 9(02).
                03 UNINOME           PIC X(30).
                03 UNIENDER          PIC X(40).
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
       77 W-TXTSIT      PIC X(08) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                DISPLAY (01, 01) ERASE.
       INC-OP0.
           OPEN I-O CADLEITO
           IF ST-ERRO NOT = "00"
                IF ST-ERRO = "30" OR ST-ERRO = "35"
                      OPEN OUTPUT CADLEITO
                      CLOSE CADLEITO
                      MOVE "** ARQUIVO CADLEITO SENDO CRIADO **"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO CADLEITO " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM1
                ELSE
                    NEXT SENTENCE.
       INC-OP1.
           OPEN INPUT CADUNI
           IF ST-ERRO2 NOT = "00"
              MOVE "* ARQUIVO CADUNI NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADLEITO
              GO TO ROT-FIM1.
       INC-OP2.
           OPEN INPUT PROCED
           IF ST-ERRO3 NOT = "00"
              MOVE "* ARQUIVO PROCED NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADLEITO CADUNI
              GO TO ROT-FIM1.
       INC-001.
                MOVE ZEROS TO LEIUNID LEINUM LEIPROC
                MOVE SPACES TO LEIDESC LEITIPO LEIINT
                MOVE "L" TO LEISIT
                MOVE "A" TO STATUSREG OF REGCADLEITO.
                DISPLAY (01, 01) ERASE.
                DISPLAY (01, 15) "CADASTRO DE LEITOS DE OBSERVACAO"
                DISPLAY (04, 01) "UNIDADE             : "
                DISPLAY (05, 01) "LEITO               : "
                DISPLAY (07, 01) "DESCRICAO           : "
                DISPLAY (09, 01) "TIPO (O=OBS D=DAY)  : "
                DISPLAY (11, 01) "PROCED. DA DIARIA   : "
                DISPLAY (13, 01) "SITUACAO            : "
                DISPLAY (23, 01) " MENSAGEM :".

       INC-002.
                ACCEPT  (04, 23) LEIUNID
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   GO TO ROT-FIM.
                IF LEIUNID = ZEROS
                   MOVE "*** UNIDADE INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE LEIUNID TO UNICOD
                READ CADUNI
                IF ST-ERRO2 NOT = "00"
                   MOVE "* UNIDADE NAO CADASTRADA *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                IF STATUSREG OF REGCADUNI = "I"
                   MOVE "* UNIDADE INATIVADA *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (04, 30) UNINOME.
       INC-002A.
                ACCEPT  (05, 23) LEINUM
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   GO TO INC-002.
                IF LEINUM = ZEROS
                   MOVE "*** LEITO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.
       LER-LEITO01.
                MOVE 0 TO W-SEL
                READ CADLEITO
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY (07, 23) LEIDESC
                      DISPLAY (09, 23) LEITIPO
                      DISPLAY (11, 23) LEIPROC
                      PERFORM MOSTRA-SIT THRU MOSTRA-SIT-FIM
                      IF STATUSREG OF REGCADLEITO = "I"
                         MOVE "*** LEITO INATIVADO ***" TO MENS
                      ELSE
                         MOVE "*** LEITO JA CADASTRADO ***" TO MENS
                      END-IF
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CADLEITO" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   MOVE ZEROS TO LEIPROC
                   MOVE SPACES TO LEIDESC LEITIPO LEIINT
                   MOVE "L" TO LEISIT
                   MOVE "A" TO STATUSREG OF REGCADLEITO
                   PERFORM MOSTRA-SIT THRU MOSTRA-SIT-FIM.
       INC-003.
                ACCEPT (07, 23) LEIDESC WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002A.
                IF LEIDESC = SPACES
                   MOVE "*** DESCRICAO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT (09, 23) LEITIPO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF LEITIPO = "o" MOVE "O" TO LEITIPO.
                IF LEITIPO = "d" MOVE "D" TO LEITIPO.
                IF LEITIPO NOT = "O" AND LEITIPO NOT = "D"
                   MOVE "*** TIPO: O=OBSERVACAO D=DAY-CLINIC ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT (11, 23) LEIPROC WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF LEIPROC = ZEROS
                   MOVE "* PROCEDIMENTO NAO INFORMADO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                MOVE LEIPROC TO CODPROC
                READ PROCED
                IF ST-ERRO3 NOT = "00"
                   MOVE "* PROCEDIMENTO NAO CADASTRADO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                IF STATUSREG OF REGPROCED = "I"
                   MOVE "* PROCEDIMENTO INATIVADO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                DISPLAY (11, 30) DESCPROC.
       INC-006.
                MOVE "A" TO STATUSREG OF REGCADLEITO
                IF W-SEL = 1
                              GO TO ALT-OPC.

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
       INC-WR1.
                WRITE REGCADLEITO
                IF ST-ERRO = "00"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** LEITO JA CADASTRADO ***    " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADLEITO"
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
                IF LEISIT = "O"
                   MOVE "* LEITO OCUPADO, DE ALTA ANTES *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
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
      *    EXCLUSAO LOGICA: AS INTERNACOES ANTIGAS CONTINUAM
      *    APONTANDO PARA O LEITO
                MOVE "I" TO STATUSREG OF REGCADLEITO
                REWRITE REGCADLEITO
                IF ST-ERRO = "00"
                   MOVE "*** LEITO INATIVADO ***            " TO MENS
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
                IF W-ACT = 02 GO TO INC-005.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGCADLEITO
                IF ST-ERRO = "00"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADLEITO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       MOSTRA-SIT.
                IF LEISIT = "O"
                   MOVE "OCUPADO " TO W-TXTSIT
                ELSE
                   MOVE "LIVRE   " TO W-TXTSIT.
                DISPLAY (13, 23) W-TXTSIT
                DISPLAY (13, 32) LEIINT.
       MOSTRA-SIT-FIM.
                EXIT.
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE CADLEITO CADUNI PROCED.
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
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
