       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADEQP.
      *AUTHOR. LUCAS ALVES VIEIRA.
      **************************************
      * CADASTRO DE EQUIPAMENTOS DE EXAME POR UNIDADE *
      * ULTRASSOM, ELETROCARDIOGRAFO, ESPIROMETRO... CADA UM *
      * COM A GRADE SEMANAL DE FUNCIONAMENTO (HORA INICIAL E *
      * FINAL POR DIA DA SEMANA) E OS EXAMES DO PROCED QUE *
      * REALIZA, COM A DURACAO DE CADA UM EM MINUTOS. E A *
      * BASE DO AGEEXA PARA MARCAR OS EXAMES DO PEDEXA *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CADEQP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEEQP
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
       FD CADEQP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEQP.DAT".
       01 REGCADEQP.
                03 CHAVEEQP.
                   05 EQPUNID           PIC 9(02).
                   05 EQPCOD            PIC 9(03).
                03 EQPDESC              PIC X(30).
                03 EQPGRADES.
                   05 EQPGRADE          OCCURS 7 TIMES.
                      07 EQPHINI        PIC 9(04).
                      07 EQPHFIM        PIC 9(04).
                03 EQPEXAMES.
                   05 EQPEXAME          OCCURS 6 TIMES.
                      07 EQPPROC        PIC 9(04).
                      07 EQPDURA        PIC 9(03).
                03 FILLER               PIC X(20).
                03 STATUSREG            PIC X(01).
      *    EQPGRADE: UMA OCORRENCIA POR DIA DA SEMANA (1=DOMINGO ...
      *              7=SABADO); 0000 A 0000 = NAO FUNCIONA NO DIA
      *    EQPEXAME: EXAMES (PROCED) FEITOS NO EQUIPAMENTO E A
      *              DURACAO DE CADA UM EM MINUTOS
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
       77 LIMPA         PIC X(34) VALUE SPACES.
       77 IND-DIA       PIC 9(01) VALUE ZEROS.
       77 IND-EXA       PIC 9(01) VALUE ZEROS.
       77 IND-LIM       PIC 9(01) VALUE ZEROS.
       77 W-LIN         PIC 9(02) VALUE ZEROS.
       77 W-QTDDIA      PIC 9(01) VALUE ZEROS.
       77 W-REPETE      PIC 9(01) VALUE ZEROS.
       77 W-DESC20      PIC X(20) VALUE SPACES.
       77 W-MININI      PIC 9(04) VALUE ZEROS.
       77 W-MINFIM      PIC 9(04) VALUE ZEROS.
       01 W-HORA.
          03 W-HH       PIC 9(02).
          03 W-MM       PIC 9(02).
       01 TAB-NOMEDIA.
          03 FILLER     PIC X(21) VALUE "DOMSEGTERQUAQUISEXSAB".
       01 TAB-NOMEDIA-R REDEFINES TAB-NOMEDIA.
          03 TND-NOME   PIC X(03) OCCURS 7 TIMES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                DISPLAY (01, 01) ERASE.
       INC-OP0.
           OPEN I-O CADEQP
           IF ST-ERRO NOT = "00"
                IF ST-ERRO = "30" OR ST-ERRO = "35"
                      OPEN OUTPUT CADEQP
                      CLOSE CADEQP
                      MOVE "*** ARQUIVO CADEQP SENDO CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO CADEQP " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM1
                ELSE
                    NEXT SENTENCE.
       INC-OP1.
           OPEN INPUT CADUNI
           IF ST-ERRO2 NOT = "00"
              MOVE "* ARQUIVO CADUNI NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADEQP
              GO TO ROT-FIM1.
       INC-OP2.
           OPEN INPUT PROCED
           IF ST-ERRO3 NOT = "00"
              MOVE "* ARQUIVO PROCED NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADEQP CADUNI
              GO TO ROT-FIM1.
       INC-001.
                MOVE ZEROS TO EQPUNID EQPCOD EQPGRADES EQPEXAMES
                MOVE SPACES TO EQPDESC
                MOVE "A" TO STATUSREG OF REGCADEQP.
                DISPLAY (01, 01) ERASE.
                DISPLAY (01, 15) "CADASTRO DE EQUIPAMENTOS DE EXAME"
                DISPLAY (03, 01) "UNIDADE             : "
                DISPLAY (04, 01) "EQUIPAMENTO         : "
                DISPLAY (05, 01) "DESCRICAO           : "
                DISPLAY (07, 01) "DIA    INICIO  FIM"
                DISPLAY (07, 40) "EXAME DESCRICAO             MIN"
                DISPLAY (16, 01)
                   "HHMM; 0000 E 0000 = NAO FUNCIONA NO DIA"
                DISPLAY (17, 01)
                   "EXAME 0000 ENCERRA A LISTA DE EXAMES"
                DISPLAY (23, 01) " MENSAGEM :".
                PERFORM MOSTRA-DIA THRU MOSTRA-DIA-FIM
                   VARYING IND-DIA FROM 1 BY 1 UNTIL IND-DIA > 7.

       INC-002.
                ACCEPT  (03, 23) EQPUNID
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   GO TO ROT-FIM.
                IF EQPUNID = ZEROS
                   MOVE "*** UNIDADE INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE EQPUNID TO UNICOD
                READ CADUNI
                IF ST-ERRO2 NOT = "00"
                   MOVE "* UNIDADE NAO CADASTRADA *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                IF STATUSREG OF REGCADUNI = "I"
                   MOVE "* UNIDADE INATIVADA *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (03, 30) UNINOME.
       INC-002A.
                ACCEPT  (04, 23) EQPCOD
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   GO TO INC-002.
                IF EQPCOD = ZEROS
                   MOVE "*** EQUIPAMENTO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.
       LER-EQP01.
                MOVE 0 TO W-SEL
                READ CADEQP
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      PERFORM MOSTRA-EQP THRU MOSTRA-EQP-FIM
                      IF STATUSREG OF REGCADEQP = "I"
                         MOVE "*** EQUIPAMENTO INATIVADO ***" TO MENS
                      ELSE
                         MOVE "*** EQUIPAMENTO JA CADASTRADO ***"
                                                       TO MENS
                      END-IF
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CADEQP" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   MOVE ZEROS TO EQPGRADES EQPEXAMES
                   MOVE SPACES TO EQPDESC
                   MOVE "A" TO STATUSREG OF REGCADEQP.
       INC-003.
                ACCEPT (05, 23) EQPDESC WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002A.
                IF EQPDESC = SPACES
                   MOVE "*** DESCRICAO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.

      *    GRADE SEMANAL: HORA INICIAL E FINAL DE CADA DIA
       INC-004.
                MOVE 1 TO IND-DIA.
       INC-004A.
                IF IND-DIA > 7
                   GO TO INC-004C.
                COMPUTE W-LIN = 7 + IND-DIA
                ACCEPT (W-LIN, 08) EQPHINI(IND-DIA) WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   IF IND-DIA = 1
                      GO TO INC-003
                   ELSE
                      SUBTRACT 1 FROM IND-DIA
                      GO TO INC-004A.
                MOVE EQPHINI(IND-DIA) TO W-HORA
                IF W-HH > 23 OR W-MM > 59
                   MOVE "*** HORA INICIAL INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004A.
       INC-004B.
                ACCEPT (W-LIN, 16) EQPHFIM(IND-DIA) WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004A.
                MOVE EQPHFIM(IND-DIA) TO W-HORA
                IF W-HH > 23 OR W-MM > 59
                   MOVE "*** HORA FINAL INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004B.
                IF EQPHINI(IND-DIA) = ZEROS AND
                   EQPHFIM(IND-DIA) = ZEROS
                   ADD 1 TO IND-DIA
                   GO TO INC-004A.
                IF EQPHFIM(IND-DIA) NOT > EQPHINI(IND-DIA)
                   MOVE "*** HORA FINAL ANTES DA INICIAL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004B.
                ADD 1 TO IND-DIA
                GO TO INC-004A.
       INC-004C.
                MOVE 0 TO W-QTDDIA
                PERFORM CONTA-DIA THRU CONTA-DIA-FIM
                   VARYING IND-DIA FROM 1 BY 1 UNTIL IND-DIA > 7
                IF W-QTDDIA = 0
                   MOVE "* INFORME A GRADE DE AO MENOS UM DIA *"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.

      *    ATE SEIS EXAMES COM A DURACAO; ZERO ENCERRA A LISTA
       INC-005.
                MOVE 1 TO IND-EXA.
       INC-005A.
                IF IND-EXA > 6
                   GO TO INC-006.
                COMPUTE W-LIN = 7 + IND-EXA
                ACCEPT (W-LIN, 40) EQPPROC(IND-EXA) WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   IF IND-EXA = 1
                      MOVE 7 TO IND-DIA
                      GO TO INC-004A
                   ELSE
                      SUBTRACT 1 FROM IND-EXA
                      GO TO INC-005A.
                IF EQPPROC(IND-EXA) = ZEROS
                   IF IND-EXA = 1
                      MOVE "* INFORME AO MENOS UM EXAME *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-005A
                   ELSE
      *    ZERA O RESTO DA LISTA PARA NAO SOBRAR EXAME DE UM
      *    REGISTRO ANTERIOR NUMA ALTERACAO QUE ENCURTOU A LISTA
                      PERFORM LIMPA-EXA THRU LIMPA-EXA-FIM
                         VARYING IND-LIM FROM IND-EXA BY 1
                         UNTIL IND-LIM > 6
                      GO TO INC-006.
                MOVE EQPPROC(IND-EXA) TO CODPROC
                READ PROCED
                IF ST-ERRO3 NOT = "00"
                   MOVE "* EXAME NAO CADASTRADO NO PROCED *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005A.
                IF STATUSREG OF REGPROCED = "I"
                   MOVE "* EXAME INATIVADO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005A.
                MOVE 0 TO W-REPETE
                PERFORM VER-REPETE THRU VER-REPETE-FIM
                   VARYING IND-LIM FROM 1 BY 1
                   UNTIL IND-LIM NOT < IND-EXA
                IF W-REPETE = 1
                   MOVE "* EXAME JA INFORMADO NA LISTA *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005A.
                MOVE DESCPROC TO W-DESC20
                DISPLAY (W-LIN, 46) W-DESC20.
       INC-005B.
                ACCEPT (W-LIN, 68) EQPDURA(IND-EXA) WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005A.
                IF EQPDURA(IND-EXA) < 5 OR EQPDURA(IND-EXA) > 240
                   MOVE "*** DURACAO INVALIDA (5 A 240 MIN) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005B.
                ADD 1 TO IND-EXA
                GO TO INC-005A.
       INC-006.
                MOVE "A" TO STATUSREG OF REGCADEQP
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
                WRITE REGCADEQP
                IF ST-ERRO = "00"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** EQUIPAMENTO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADEQP"
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
      *    EXCLUSAO LOGICA: OS EXAMES JA MARCADOS CONTINUAM
      *    APONTANDO PARA O EQUIPAMENTO, SO NAO SE MARCA MAIS NELE
                MOVE "I" TO STATUSREG OF REGCADEQP
                REWRITE REGCADEQP
                IF ST-ERRO = "00"
                   MOVE "*** EQUIPAMENTO INATIVADO ***      " TO MENS
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
                REWRITE REGCADEQP
                IF ST-ERRO = "00"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADEQP" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *    MOSTRA O REGISTRO LIDO: DESCRICAO, GRADE E EXAMES
       MOSTRA-EQP.
                DISPLAY (05, 23) EQPDESC
                PERFORM MOSTRA-DIA THRU MOSTRA-DIA-FIM
                   VARYING IND-DIA FROM 1 BY 1 UNTIL IND-DIA > 7
                PERFORM MOSTRA-EXA THRU MOSTRA-EXA-FIM
                   VARYING IND-EXA FROM 1 BY 1 UNTIL IND-EXA > 6.
       MOSTRA-EQP-FIM.
                EXIT.
       MOSTRA-DIA.
                COMPUTE W-LIN = 7 + IND-DIA
                DISPLAY (W-LIN, 01) TND-NOME(IND-DIA)
                DISPLAY (W-LIN, 08) EQPHINI(IND-DIA)
                DISPLAY (W-LIN, 16) EQPHFIM(IND-DIA).
       MOSTRA-DIA-FIM.
                EXIT.
       MOSTRA-EXA.
                COMPUTE W-LIN = 7 + IND-EXA
                IF EQPPROC(IND-EXA) = ZEROS
                   DISPLAY (W-LIN, 40) LIMPA
                   GO TO MOSTRA-EXA-FIM.
                DISPLAY (W-LIN, 40) EQPPROC(IND-EXA)
                MOVE EQPPROC(IND-EXA) TO CODPROC
                READ PROCED
                IF ST-ERRO3 = "00"
                   MOVE DESCPROC TO W-DESC20
                ELSE
                   MOVE "(NAO CADASTRADO)" TO W-DESC20.
                DISPLAY (W-LIN, 46) W-DESC20
                DISPLAY (W-LIN, 68) EQPDURA(IND-EXA).
       MOSTRA-EXA-FIM.
                EXIT.
      *
       CONTA-DIA.
                IF EQPHFIM(IND-DIA) NOT = ZEROS
                   ADD 1 TO W-QTDDIA.
       CONTA-DIA-FIM.
                EXIT.
      *
       VER-REPETE.
                IF EQPPROC(IND-LIM) = EQPPROC(IND-EXA)
                   MOVE 1 TO W-REPETE.
       VER-REPETE-FIM.
                EXIT.
      *
       LIMPA-EXA.
                MOVE ZEROS TO EQPPROC(IND-LIM) EQPDURA(IND-LIM)
                COMPUTE W-LIN = 7 + IND-LIM
                DISPLAY (W-LIN, 40) LIMPA.
       LIMPA-EXA-FIM.
                EXIT.
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE CADEQP CADUNI PROCED.
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
