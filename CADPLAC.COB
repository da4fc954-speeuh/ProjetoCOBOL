       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPLAC.
      *AUTHOR. LUCAS ALVES VIEIRA.
      **************************************
      * PLANO DE CONTAS POR EVENTO CONTABIL *
      * CONTA DE DEBITO, CONTA DE CREDITO E HISTORICO PADRAO *
      * DE CADA EVENTO GERADO PELA INTERFACE CONTABIL *
      * (GERCONT). MANTIDO PELO SUPERVISOR *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PLACONT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTEVENTO
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD PLACONT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PLACONT.DAT".
       01 REGPLACONT.
                03 CTEVENTO          PIC 9(02).
                03 CTDEBITO          PIC X(15).
                03 CTCREDITO         PIC X(15).
                03 CTHIST            PIC X(30).
                03 STATUSREG         PIC X(01).
      *    CTEVENTO: 01=CAIXA DINHEIRO       02=CAIXA CARTAO
      *              03=PROVISAO DE TITULOS  04=BAIXA DE TITULO
      *              05=GLOSA DE TITULO      06=RECEBIMENTO RECURSO
      *              07=PROVISAO DE REPASSE MEDICO
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL         PIC 9(01) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 W-CONT        PIC 9(06) VALUE ZEROS.

       01 TAB-EVENTOS.
          03 FILLER     PIC X(30) VALUE
             "CAIXA - RECEB. EM DINHEIRO".
          03 FILLER     PIC X(30) VALUE
             "CAIXA - RECEB. EM CARTAO".
          03 FILLER     PIC X(30) VALUE
             "PROVISAO DE TITULOS A RECEBER".
          03 FILLER     PIC X(30) VALUE
             "BAIXA DE TITULO (CONVENIO)".
          03 FILLER     PIC X(30) VALUE
             "GLOSA DE TITULO".
          03 FILLER     PIC X(30) VALUE
             "RECEBIMENTO DE RECURSO GLOSA".
          03 FILLER     PIC X(30) VALUE
             "PROVISAO DE REPASSE MEDICO".
       01 TAB-EVENTOSR REDEFINES TAB-EVENTOS.
          03 TE-DESC    PIC X(30) OCCURS 7 TIMES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                DISPLAY (01, 01) ERASE.
       INC-OP0.
           OPEN I-O PLACONT
           IF ST-ERRO NOT = "00"
                IF ST-ERRO = "30" OR ST-ERRO = "35"
                      OPEN OUTPUT PLACONT
                      CLOSE PLACONT
                      MOVE "*** ARQUIVO PLACONT SENDO CRIADO *"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO PLACONT " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-001.
                MOVE ZEROS TO CTEVENTO
                MOVE SPACES TO CTDEBITO CTCREDITO CTHIST
                MOVE "A" TO STATUSREG.
                DISPLAY (01, 01) ERASE.
                DISPLAY (01, 15) "PLANO DE CONTAS POR EVENTO CONTABIL"
                DISPLAY (05, 01) "EVENTO (01 A 07)   : "
                DISPLAY (07, 01) "CONTA DEBITO       : "
                DISPLAY (08, 01) "CONTA CREDITO      : "
                DISPLAY (09, 01) "HISTORICO PADRAO   : "
                DISPLAY (12, 01) "01-CAIXA DINHEIRO  02-CAIXA CARTAO"
                DISPLAY (13, 01) "03-PROVISAO TITULOS  04-BAIXA TITULO"
                DISPLAY (14, 01) "05-GLOSA  06-RECEBIMENTO DE RECURSO"
                DISPLAY (15, 01) "07-PROVISAO DE REPASSE MEDICO"
                DISPLAY (23, 01) " MENSAGEM :".

       INC-002.
                ACCEPT  (05, 23) CTEVENTO
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   GO TO ROT-FIM.
                IF CTEVENTO < 01 OR CTEVENTO > 07
                   MOVE "*** EVENTO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (05, 33) TE-DESC(CTEVENTO).
       LER-PLA01.
                MOVE 0 TO W-SEL
                READ PLACONT
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY (07, 23) CTDEBITO
                      DISPLAY (08, 23) CTCREDITO
                      DISPLAY (09, 23) CTHIST
                      MOVE "*** EVENTO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO PLACONT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-003.
                ACCEPT (07, 23) CTDEBITO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF CTDEBITO = SPACES
                   MOVE "*** INFORME A CONTA DE DEBITO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT (08, 23) CTCREDITO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF CTCREDITO = SPACES
                   MOVE "*** INFORME A CONTA DE CREDITO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                IF CTCREDITO = CTDEBITO
                   MOVE "* DEBITO E CREDITO NA MESMA CONTA *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                IF CTHIST = SPACES
                   MOVE TE-DESC(CTEVENTO) TO CTHIST.
                ACCEPT (09, 23) CTHIST WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
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
                WRITE REGPLACONT
                IF ST-ERRO = "00"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** EVENTO JA EXISTE ***       " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO PLACONT"
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
                DELETE PLACONT
                IF ST-ERRO = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***           " TO MENS
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
                REWRITE REGPLACONT
                IF ST-ERRO = "00"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO PLACONT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE PLACONT.
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
