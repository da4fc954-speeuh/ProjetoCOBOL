       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECGLOSA.
      *AUTHOR. LUCAS ALVES VIEIRA.
      ********************************************************
      * RECURSO DE GLOSA - CONTESTACAO DO TITULO GLOSADO *
      * LOCALIZA O TITULO DO CONTAS A RECEBER PELA CHAVE *
      * CRM+DATA+HORA+SEQ, EXIGE SITUACAO "G" (GLOSADO NO *
      * RETORNO DO CONVENIO) E REGISTRA A JUSTIFICATIVA E A *
      * DATA DE ENVIO DO RECURSO. O REAPGLO GERA O ARQUIVO DE *
      * REAPRESENTACAO E O RETCONV BAIXA O PAGAMENTO DO RECURSO *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT RECGLOSA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEREC
                    FILE STATUS  IS ST-ERRO.

            SELECT TITULOS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVETIT
                    FILE STATUS  IS ST-ERRO2.

            SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION  IS INDEXED
                    ACCESS MODE   IS DYNAMIC
                    RECORD KEY    IS CODIGO
                    FILE STATUS   IS ST-ERRO5.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD RECGLOSA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RECGLOSA.DAT".
       01 REGRECGLOSA.
          03 CHAVEREC.
             05 RECCRM        PIC 9(06).
             05 RECDATA       PIC 9(08).
             05 RECHORA       PIC 9(04).
             05 RECSEQ        PIC 9(02).
          03 RECCONV          PIC 9(04).
          03 RECCOMP          PIC 9(06).
          03 RECVLRGLOSA      PIC 9(08)V99.
          03 RECMOTGLOSA      PIC X(02).
          03 RECJUSTIF        PIC X(60).
          03 RECDTENVIO       PIC 9(08).
          03 RECDTREAPR       PIC 9(08).
          03 RECVLRPAGO       PIC 9(08)V99.
          03 RECDTRET         PIC 9(08).
          03 RECOPERADOR      PIC X(08).
          03 RECSTATUS        PIC X(01).
      *    RECSTATUS: A=ABERTO (REGISTRADO)  E=ENVIADO (REAPRESENTADO)
      *               C=ACEITO  P=ACEITO PARCIAL  N=NEGADO
      *    DATAS EM AAAAMMDD
      *
       FD TITULOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TITULOS.DAT".
       01 REGTITULOS.
          03 CHAVETIT.
             05 TITCRM        PIC 9(06).
             05 TITDATA       PIC 9(08).
             05 TITHORA       PIC 9(04).
             05 TITSEQ        PIC 9(02).
          03 TITCONV          PIC 9(04).
          03 TITCPF           PIC 9(11).
          03 TITCOMP          PIC 9(06).
          03 TITVLR           PIC 9(08)V99.
          03 TITCOPART        PIC 9(04)V99.
          03 TITVLRPAGO       PIC 9(08)V99.
          03 TITVLRGLOSA      PIC 9(08)V99.
          03 TITMOTGLOSA      PIC X(02).
          03 TITDTBAIXA       PIC 9(08).
          03 TITSTATUS        PIC X(01).
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
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 W-SEL         PIC 9(01) VALUE ZEROS.
       77 W-CTLCONV     PIC 9(01) VALUE ZEROS.
       77 W-OPERADOR    PIC X(08) VALUE SPACES.
       77 W-DTHOJE      PIC 9(08) VALUE ZEROS.
       01 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 ST-ERRO2      PIC X(02) VALUE "00".
       77 ST-ERRO5      PIC X(02) VALUE "00".
       01 MASCVLR       PIC ZZ.ZZZ.ZZ9,99.
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
       INC-OP0.
           OPEN I-O RECGLOSA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30" OR ST-ERRO = "35"
                 OPEN OUTPUT RECGLOSA
                 CLOSE RECGLOSA
                 OPEN I-O RECGLOSA
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO RECGLOSA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       INC-OP1.
           OPEN INPUT TITULOS
           IF ST-ERRO2 NOT = "00"
              MOVE "* ARQUIVO TITULOS NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE RECGLOSA
              GO TO ROT-FIM.
      *    O CADCONV E OPCIONAL: SEM ELE A TELA SAI SEM O NOME
       INC-OP2.
           MOVE 0 TO W-CTLCONV
           OPEN INPUT CADCONV
           IF ST-ERRO5 = "00"
              MOVE 1 TO W-CTLCONV.

       INC-001.
           MOVE ZEROS TO CHAVETIT CHAVEREC RECDTENVIO
           MOVE SPACES TO RECJUSTIF
           MOVE 0 TO W-SEL.
                    DISPLAY (01, 01) ERASE.
                    DISPLAY (01, 15) "RECURSO DE GLOSA - CONTESTACAO"
                    DISPLAY (03, 01) "CRM DO MEDICO       :"
                    DISPLAY (04, 01) "DATA (AAAAMMDD)     :"
                    DISPLAY (05, 01) "HORARIO (HHMM)      :"
                    DISPLAY (06, 01) "ENCAIXE (0=NAO)     :"
                    DISPLAY (08, 01) "CONVENIO            :"
                    DISPLAY (09, 01) "COMPETENCIA         :"
                    DISPLAY (10, 01) "VALOR FATURADO      :"
                    DISPLAY (11, 01) "VALOR PAGO          :"
                    DISPLAY (12, 01) "VALOR GLOSADO       :"
                    DISPLAY (13, 01) "MOTIVO DA GLOSA     :"
                    DISPLAY (15, 01) "JUSTIFICATIVA DO RECURSO:"
                    DISPLAY (18, 01) "DATA ENVIO(AAAAMMDD):"
                    DISPLAY (20, 01) "SITUACAO DO RECURSO :"
                    DISPLAY (23, 01) " MENSAGEM :".

       INC-002.
                ACCEPT (03, 23) TITCRM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF TITCRM = ZEROS
                   MOVE "*** CRM INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       INC-003.
                ACCEPT (04, 23) TITDATA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF TITDATA = ZEROS
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT (05, 23) TITHORA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF TITHORA = ZEROS
                   MOVE "*** HORARIO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-004A.
                ACCEPT (06, 23) TITSEQ WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
      *    SO CABE RECURSO PARA TITULO GLOSADO NO RETORNO
       LER-TIT01.
                READ TITULOS
                IF ST-ERRO2 NOT = "00"
                   MOVE "* TITULO NAO ENCONTRADO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY (08, 23) TITCONV
                IF W-CTLCONV = 1
                   MOVE TITCONV TO CODIGO
                   READ CADCONV
                   IF ST-ERRO5 = "00"
                      DISPLAY (08, 29) NOME OF REGCADCONV
                   END-IF
                END-IF
                DISPLAY (09, 23) TITCOMP
                MOVE TITVLR TO MASCVLR
                DISPLAY (10, 23) MASCVLR
                MOVE TITVLRPAGO TO MASCVLR
                DISPLAY (11, 23) MASCVLR
                MOVE TITVLRGLOSA TO MASCVLR
                DISPLAY (12, 23) MASCVLR
                DISPLAY (13, 23) TITMOTGLOSA.
       LER-REC01.
                MOVE CHAVETIT TO CHAVEREC
                READ RECGLOSA
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY (16, 01) RECJUSTIF
                      DISPLAY (18, 23) RECDTENVIO
                      PERFORM MOS-SITUACAO THRU MOS-SITUACAO-FIM
                      IF RECSTATUS NOT = "A"
                         MOVE "* RECURSO JA ENVIADO - SO CONSULTA *"
                                                       TO MENS
                         PERFORM ROT-MENS THRU ROT-MENS-FIM
                         GO TO INC-001
                      END-IF
                      MOVE "*** RECURSO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO RECGLOSA" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
                IF TITSTATUS NOT = "G"
                   MOVE "* TITULO NAO ESTA GLOSADO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE TITCONV     TO RECCONV
                MOVE TITCOMP     TO RECCOMP
                MOVE TITVLRGLOSA TO RECVLRGLOSA
                MOVE TITMOTGLOSA TO RECMOTGLOSA
                MOVE ZEROS       TO RECDTREAPR RECVLRPAGO RECDTRET
                MOVE "A"         TO RECSTATUS
                MOVE W-DTHOJE    TO RECDTENVIO
                PERFORM MOS-SITUACAO THRU MOS-SITUACAO-FIM.
       INC-005.
                ACCEPT (16, 01) RECJUSTIF WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-001.
                IF RECJUSTIF = SPACES
                   MOVE "*** JUSTIFICATIVA OBRIGATORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
      *    DATA PREVISTA PARA O ENVIO; O REAPGLO SO LEVA AO ARQUIVO
      *    DE REAPRESENTACAO OS RECURSOS COM ENVIO ATE A DATA DELE
       INC-006.
                ACCEPT (18, 23) RECDTENVIO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF RECDTENVIO = ZEROS OR RECDTENVIO < TITDATA
                   MOVE "*** DATA DE ENVIO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
                MOVE W-OPERADOR TO RECOPERADOR
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
                WRITE REGRECGLOSA
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** RECURSO REGISTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF ST-ERRO = "22"
                   MOVE "*** RECURSO JA EXISTE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001
                ELSE
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO RECGLOSA" TO MENS
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
                   GO TO INC-005.
      *
      *    RECURSO AINDA NAO REAPRESENTADO PODE SER DESISTIDO
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
                DELETE RECGLOSA RECORD
                IF ST-ERRO = "00"
                   MOVE "*** RECURSO EXCLUIDO ***" TO MENS
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
                IF W-ACT = 02 GO TO INC-006.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGRECGLOSA
                IF ST-ERRO = "00"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO RECGLOSA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *-----------------------------------------------------------------
       MOS-SITUACAO.
           MOVE SPACES TO W-DESCSIT
           IF RECSTATUS = "A"
              MOVE "ABERTO" TO W-DESCSIT.
           IF RECSTATUS = "E"
              MOVE "ENVIADO AO CONVENIO" TO W-DESCSIT.
           IF RECSTATUS = "C"
              MOVE "ACEITO" TO W-DESCSIT.
           IF RECSTATUS = "P"
              MOVE "ACEITO PARCIAL" TO W-DESCSIT.
           IF RECSTATUS = "N"
              MOVE "NEGADO" TO W-DESCSIT.
           DISPLAY (20, 23) W-DESCSIT.
       MOS-SITUACAO-FIM.
           EXIT.

      *-------------------------------------------------------------
       ROT-FIM.
           IF W-CTLCONV = 1
              CLOSE CADCONV
           END-IF
           CLOSE RECGLOSA TITULOS.
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
       FIM-ROT-TEMPO.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
