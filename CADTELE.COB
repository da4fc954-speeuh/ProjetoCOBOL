       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADTELE.
      *AUTHOR. LUCAS ALVES VIEIRA.
      **************************************
      * PROCEDIMENTO DE TELEMEDICINA POR CONVENIO *
      * PARA CADA CONVENIO QUE ACEITA TELECONSULTA GUARDA O *
      * PROCEDIMENTO DO PROCED QUE VALORA A TELECONSULTA (PRECO *
      * NEGOCIADO DO CADPRECO OU VLRPROC) E O CODIGO DE *
      * TELEMEDICINA ACEITO PELO CONVENIO, QUE SAI NO FATCONV E *
      * NO EXPCONV. COM A TABELA IMPLANTADA, CONVENIO SEM *
      * REGISTRO ATIVO AQUI NAO ACEITA TELECONSULTA NA AGENDA *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CONVTEL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TLCCONV
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
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CONVTEL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONVTEL.DAT".
       01 REGCONVTEL.
                03 TLCCONV              PIC 9(04).
                03 TLCPROC              PIC 9(04).
                03 TLCCODEXT            PIC X(10).
                03 STATUSREG            PIC X(01).
      *    TLCPROC: CODPROC DO PROCED QUE VALORA A TELECONSULTA
      *    TLCCODEXT: CODIGO DE TELEMEDICINA NA TABELA DO CONVENIO
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
       77 W-CONVPARTIC  PIC 9(04) VALUE 0001.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                DISPLAY (01, 01) ERASE.
       INC-OP0.
           OPEN I-O CONVTEL
           IF ST-ERRO NOT = "00"
                IF ST-ERRO = "30"
                      OPEN OUTPUT CONVTEL
                      CLOSE CONVTEL
                      MOVE "*** ARQUIVO CONVTEL SENDO CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO CONVTEL " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP1.
           OPEN INPUT CADCONV
           IF ST-ERRO2 NOT = "00"
              MOVE "* ARQUIVO CADCONV NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CONVTEL
              GO TO ROT-FIM.
       INC-OP2.
           OPEN INPUT PROCED
           IF ST-ERRO3 NOT = "00"
              MOVE "* ARQUIVO PROCED NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CONVTEL CADCONV
              GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS TO TLCCONV TLCPROC
                MOVE SPACES TO TLCCODEXT
                MOVE "A" TO STATUSREG OF REGCONVTEL.
                DISPLAY (01, 01) ERASE.
                DISPLAY (01, 15) "TELEMEDICINA POR CONVENIO"
                DISPLAY (04, 01) "CONVENIO            : "
                DISPLAY (06, 01) "PROCEDIMENTO        : "
                DISPLAY (08, 01) "CODIGO NO CONVENIO  : "
                DISPLAY (23, 01) " MENSAGEM :".

       INC-002.
                ACCEPT  (04, 23) TLCCONV
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   GO TO ROT-FIM.
                IF TLCCONV = ZEROS OR TLCCONV = W-CONVPARTIC
                   MOVE "*** CONVENIO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       INC-002A.
                MOVE TLCCONV TO CODIGO
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
       LER-TEL01.
                MOVE 0 TO W-SEL
                READ CONVTEL
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY (06, 23) TLCPROC
                      DISPLAY (08, 23) TLCCODEXT
                      IF STATUSREG OF REGCONVTEL = "I"
                         MOVE "*** TELEMEDICINA INATIVADA ***" TO MENS
                      ELSE
                         MOVE "*** CONVENIO JA CADASTRADO ***" TO MENS
                      END-IF
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CONVTEL"  TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   MOVE ZEROS TO TLCPROC
                   MOVE SPACES TO TLCCODEXT
                   MOVE "A" TO STATUSREG OF REGCONVTEL.
       INC-003.
                ACCEPT (06, 23) TLCPROC WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF TLCPROC = ZEROS
                   MOVE "* PROCEDIMENTO NAO INFORMADO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                MOVE TLCPROC TO CODPROC
                READ PROCED
                IF ST-ERRO3 NOT = "00"
                   MOVE "* PROCEDIMENTO NAO CADASTRADO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                IF STATUSREG OF REGPROCED = "I"
                   MOVE "* PROCEDIMENTO INATIVADO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                DISPLAY (06, 30) DESCPROC.
       INC-004.
                ACCEPT (08, 23) TLCCODEXT WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF TLCCODEXT = SPACES
                   MOVE "* CODIGO DO CONVENIO NAO INFORMADO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                MOVE "A" TO STATUSREG OF REGCONVTEL
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
                WRITE REGCONVTEL
                IF ST-ERRO = "00"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** CONVENIO JA CADASTRADO ***  " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CONVTEL"
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
      *    EXCLUSAO LOGICA: O CONVENIO DEIXA DE ACEITAR TELECONSULTA
      *    NOVA, MAS O FATURAMENTO DAS JA AGENDADAS CONTINUA A ACHAR
      *    O CODIGO
                MOVE "I" TO STATUSREG OF REGCONVTEL
                REWRITE REGCONVTEL
                IF ST-ERRO = "00"
                   MOVE "*** TELEMEDICINA INATIVADA ***     " TO MENS
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
                IF W-ACT = 02 GO TO INC-004.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGCONVTEL
                IF ST-ERRO = "00"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CONVTEL"  TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE CONVTEL CADCONV PROCED.
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
