       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADMEDIC.
      *AUTHOR. LUCAS ALVES VIEIRA.
      **************************************
      * CADASTRO DE MEDICAMENTOS DO RECEITUARIO *
      * NOME, APRESENTACAO, POSOLOGIA PADRAO E INDICADOR DE *
      * CONTROLE ESPECIAL (RECEITA EM DUAS VIAS). TABELA *
      * USADA PELA PRESCRICAO DO ATENDIMENTO (RECEITA), PELO *
      * PRONTUARIO (PRONTU) E PELO RELATORIO DE CONTROLADOS *
      * (RELCTRL). MANUTENCAO RESTRITA AO SUPERVISOR *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT MEDICAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MDCCOD
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD MEDICAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MEDICAM.DAT".
       01 REGMEDICAM.
                03 MDCCOD            PIC 9(04).
                03 MDCNOME           PIC X(30).
                03 MDCAPRES          PIC X(20).
                03 MDCPOSOL          PIC X(40).
                03 MDCCTRL           PIC X(01).
                03 STATUSREG         PIC X(01).
      *    MDCCTRL: S=CONTROLE ESPECIAL  N=RECEITA COMUM
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL         PIC 9(01) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                DISPLAY (01, 01) ERASE.
       INC-OP0.
           OPEN I-O MEDICAM
           IF ST-ERRO NOT = "00"
                IF ST-ERRO = "30"
                      OPEN OUTPUT MEDICAM
                      CLOSE MEDICAM
                      MOVE "*** ARQUIVO MEDICAM SENDO CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO MEDICAM " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-001.
                MOVE ZEROS TO MDCCOD
                MOVE SPACES TO MDCNOME MDCAPRES MDCPOSOL
                MOVE "N" TO MDCCTRL
                MOVE "A" TO STATUSREG.
                DISPLAY (01, 01) ERASE.
                DISPLAY (01, 15) "CADASTRO DE MEDICAMENTOS"
                DISPLAY (04, 01) "CODIGO           : "
                DISPLAY (06, 01) "MEDICAMENTO      : "
                DISPLAY (08, 01) "APRESENTACAO     : "
                DISPLAY (10, 01) "POSOLOGIA PADRAO : "
                DISPLAY (12, 01) "CONTROLE ESPECIAL: "
                DISPLAY (12, 24) "(S=DUAS VIAS  N=COMUM)"
                DISPLAY (23, 01) " MENSAGEM :".

       INC-002.
                ACCEPT  (04, 20) MDCCOD
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   GO TO ROT-FIM.
                IF MDCCOD = ZEROS
                   MOVE "*** CODIGO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       LER-MDC01.
                MOVE 0 TO W-SEL
                READ MEDICAM
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY (06, 20) MDCNOME
                      DISPLAY (08, 20) MDCAPRES
                      DISPLAY (10, 20) MDCPOSOL
                      DISPLAY (12, 20) MDCCTRL
                      IF STATUSREG = "I"
                         MOVE "*** MEDICAMENTO INATIVADO ***" TO MENS
                      ELSE
                         MOVE "*** MEDICAMENTO JA CADASTRADO ***"
                                                       TO MENS
                      END-IF
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO MEDICAM"  TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-003.
                ACCEPT (06, 20) MDCNOME WITH UPDATE
                IF MDCNOME = SPACES
                   MOVE "*** NOME INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
       INC-004.
                ACCEPT (08, 20) MDCAPRES WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF MDCAPRES = SPACES
                   MOVE "*** APRESENTACAO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT (10, 20) MDCPOSOL WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
       INC-006.
                ACCEPT (12, 20) MDCCTRL WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF MDCCTRL = "s" MOVE "S" TO MDCCTRL.
                IF MDCCTRL = "n" MOVE "N" TO MDCCTRL.
                IF MDCCTRL NOT = "S" AND MDCCTRL NOT = "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
                IF W-SEL = 1
                              GO TO ALT-OPC.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGMEDICAM
                IF ST-ERRO = "00"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** MEDICAMENTO JA EXISTE ***  " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO MEDICAM"
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
      *    EXCLUSAO LOGICA: O MEDICAMENTO JA PRESCRITO CONTINUA
      *    RECUPERAVEL NO PRONTUARIO E NO RELATORIO DE CONTROLADOS
                MOVE "I" TO STATUSREG
                REWRITE REGMEDICAM
                IF ST-ERRO = "00"
                   MOVE "*** MEDICAMENTO INATIVADO ***      " TO MENS
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
                IF W-ACT = 02 GO TO INC-002.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
      *    A ALTERACAO REATIVA O MEDICAMENTO INATIVADO
                MOVE "A" TO STATUSREG
                REWRITE REGMEDICAM
                IF ST-ERRO = "00"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO MEDICAM"  TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE MEDICAM.
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
