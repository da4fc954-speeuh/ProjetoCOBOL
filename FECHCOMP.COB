       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHCOMP.
      *AUTHOR. LUCAS ALVES VIEIRA.
      **************************************
      * FECHAMENTO E REABERTURA DE COMPETENCIA *
      * O SUPERVISOR FECHA O MES (AAAAMM) DEPOIS DO FATCONV *
      * E DO REPASSE; COM A COMPETENCIA FECHADA O AGENDA, O *
      * ATENDIM, O CADEXA, O CAIXA E O CADPRECO RECUSAM *
      * INCLUSAO, ALTERACAO OU CANCELAMENTO COM DATA NELA. A *
      * REABERTURA EXIGE NIVEL 3 E MOTIVO; FECHAMENTO E *
      * REABERTURA SAO GRAVADOS NA AUDITORIA E CADA *
      * REABERTURA FICA NO REABCOMP COM O SEU MOTIVO *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT COMPET ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CMPANOMES
                    FILE STATUS  IS ST-ERRO.
            SELECT REABCOMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RBCCHAVE
                    FILE STATUS  IS ST-ERRO2.
            SELECT AUDITORIA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD COMPET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "COMPET.DAT".
       01 REGCOMPET.
                03 CMPANOMES         PIC 9(06).
                03 CMPSIT            PIC X(01).
                03 CMPDTFECHA        PIC 9(08).
                03 CMPOPEFECHA       PIC X(08).
                03 CMPDTREAB         PIC 9(08).
                03 CMPOPEREAB        PIC X(08).
                03 CMPMOTIVO         PIC X(40).
                03 CMPQTDREAB        PIC 9(02).
      *    CMPSIT: F=FECHADA  R=REABERTA (SEM REGISTRO = ABERTA)
      *    CMPDTFECHA/CMPDTREAB EM AAAAMMDD; CMPMOTIVO E O DA ULTIMA
      *    REABERTURA
      *
      *    HISTORICO DAS REABERTURAS: UM REGISTRO POR REABERTURA,
      *    RBCSEQ CRESCENTE DENTRO DA COMPETENCIA
       FD REABCOMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REABCOMP.DAT".
       01 REGREABCOMP.
                03 RBCCHAVE.
                   05 RBCANOMES      PIC 9(06).
                   05 RBCSEQ         PIC 9(03).
                03 RBCDATA           PIC 9(08).
                03 RBCHORA           PIC 9(08).
                03 RBCOPER           PIC X(08).
                03 RBCMOTIVO         PIC X(40).
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
       77 W-SEL         PIC 9(01) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACAO        PIC X(01) VALUE SPACES.
       77 W-OPERADOR    PIC X(08) VALUE SPACES.
       77 W-NIVEL       PIC 9(01) VALUE ZEROS.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 ST-ERRO2      PIC X(02) VALUE "00".
       77 ST-ERRO4      PIC X(02) VALUE "00".
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-DTHOJE      PIC 9(08) VALUE ZEROS.
       77 W-ANOMESHOJE  PIC 9(06) VALUE ZEROS.
       77 W-TXTSIT      PIC X(10) VALUE SPACES.
       77 W-FIMRBC      PIC 9(01) VALUE ZEROS.
       77 W-SEQRBC      PIC 9(03) VALUE ZEROS.
       01 W-COMPANT     PIC X(81) VALUE SPACES.
       01 W-ANOMES.
          03 W-ANOSEL   PIC 9(04).
          03 W-MESSEL   PIC 9(02).
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
                DIVIDE W-DTHOJE BY 100 GIVING W-ANOMESHOJE
                DISPLAY (01, 01) ERASE.
       INC-OP0.
           OPEN I-O COMPET
           IF ST-ERRO NOT = "00"
                IF ST-ERRO = "30" OR ST-ERRO = "35"
                      OPEN OUTPUT COMPET
                      CLOSE COMPET
                      MOVE "*** ARQUIVO COMPET SENDO CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO COMPET " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM1
                ELSE
                    NEXT SENTENCE.
       INC-OP2.
           OPEN I-O REABCOMP
           IF ST-ERRO2 NOT = "00"
              IF ST-ERRO2 = "30" OR ST-ERRO2 = "35"
                 OPEN OUTPUT REABCOMP
                 CLOSE REABCOMP
                 GO TO INC-OP2
              ELSE
                 MOVE "ERRO NA ABERTURA DO REABCOMP" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE COMPET
                 GO TO ROT-FIM1
              END-IF
           END-IF.
       INC-OP1.
           OPEN EXTEND AUDITORIA
           IF ST-ERRO4 NOT = "00"
              IF ST-ERRO4 = "30" OR ST-ERRO4 = "35"
                 OPEN OUTPUT AUDITORIA
                 CLOSE AUDITORIA
                 OPEN EXTEND AUDITORIA
              ELSE
                 MOVE "ERRO NA ABERTURA DA AUDITORIA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE COMPET REABCOMP
                 GO TO ROT-FIM1
              END-IF
           END-IF.
       INC-001.
                MOVE ZEROS TO W-ANOMES CMPDTFECHA CMPDTREAB CMPQTDREAB
                MOVE SPACES TO CMPSIT CMPOPEFECHA CMPOPEREAB CMPMOTIVO.
                DISPLAY (01, 01) ERASE.
                DISPLAY (01, 15) "FECHAMENTO DE COMPETENCIA"
                DISPLAY (04, 01) "COMPETENCIA (AAAAMM) : "
                DISPLAY (06, 01) "SITUACAO             : "
                DISPLAY (08, 01) "FECHADA EM           : "
                DISPLAY (08, 36) "POR : "
                DISPLAY (10, 01) "REABERTA EM          : "
                DISPLAY (10, 36) "POR : "
                DISPLAY (12, 01) "REABERTURAS          : "
                DISPLAY (14, 01) "MOTIVO : "
                DISPLAY (23, 01) " MENSAGEM :".
       INC-002.
                ACCEPT  (04, 24) W-ANOMES
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-ANOSEL < 2000 OR W-MESSEL < 01 OR W-MESSEL > 12
                   MOVE "*** COMPETENCIA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       LER-COMP01.
                MOVE 0 TO W-SEL
                MOVE W-ANOMES TO CMPANOMES
                READ COMPET
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      MOVE 1 TO W-SEL
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO COMPET" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   MOVE SPACES TO CMPSIT.
                PERFORM MOSTRA-COMP THRU MOSTRA-COMP-FIM.
      *
      *****************************************
      * ESCOLHA DA ACAO CONFORME A SITUACAO   *
      *****************************************
      *
       ACE-001.
                IF CMPSIT = "F"
                   DISPLAY (23, 12) "R=REABRIR   ESC=OUTRA COMPETENCIA"
                ELSE
                   DISPLAY (23, 12) "F=FECHAR    ESC=OUTRA COMPETENCIA".
                MOVE SPACES TO W-ACAO
                ACCEPT (23, 50) W-ACAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO INC-001.
                IF W-ACAO = "f" MOVE "F" TO W-ACAO.
                IF W-ACAO = "r" MOVE "R" TO W-ACAO.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-ACAO = "F" AND CMPSIT NOT = "F"
                   GO TO FEC-001.
                IF W-ACAO = "R" AND CMPSIT = "F"
                   GO TO REA-001.
                GO TO ACE-001.
      *
      *****************************************
      * FECHAMENTO                            *
      *****************************************
      *
      *    SO FECHA MES JA ENCERRADO: O MES CORRENTE AINDA RECEBE
      *    AGENDAMENTOS E ATENDIMENTOS
       FEC-001.
                IF W-ANOMES NOT < W-ANOMESHOJE
                   MOVE "* COMPETENCIA AINDA EM CURSO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
       FEC-OPC.
                MOVE "N" TO W-OPCAO
                DISPLAY (23, 40) "FECHAR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ACE-001.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** COMPETENCIA NAO FECHADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO FEC-OPC.
       FEC-WR1.
                MOVE W-ANOMES TO CMPANOMES
                MOVE "F" TO CMPSIT
                MOVE W-DTHOJE TO CMPDTFECHA
                MOVE W-OPERADOR TO CMPOPEFECHA
                IF W-SEL = 1
                   REWRITE REGCOMPET
                ELSE
                   MOVE ZEROS TO CMPDTREAB CMPQTDREAB
                   MOVE SPACES TO CMPOPEREAB CMPMOTIVO
                   WRITE REGCOMPET
                END-IF
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO COMPET" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE W-ANOMES TO AUD-CHAVE
                MOVE "FECHAMENTO" TO AUD-OPERACAO
                PERFORM GRAVA-AUDITORIA THRU GRAVA-AUDITORIA-FIM
                MOVE "*** COMPETENCIA FECHADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
      *****************************************
      * REABERTURA                            *
      *****************************************
      *
      *    O MENU JA RESTRINGE A OPCAO AO NIVEL 3; A CONFERENCIA
      *    AQUI PROTEGE A CHAMADA DIRETA DO PROGRAMA
       REA-001.
                IF W-NIVEL < 3
                   MOVE "* REABERTURA EXIGE NIVEL SUPERVISOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE REGCOMPET TO W-COMPANT
                MOVE SPACES TO CMPMOTIVO
                DISPLAY (14, 10) LIMPA.
       REA-002.
                ACCEPT (14, 10) CMPMOTIVO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO INC-001.
                IF CMPMOTIVO = SPACES
                   MOVE "*** MOTIVO OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO REA-002.
       REA-OPC.
                MOVE "N" TO W-OPCAO
                DISPLAY (23, 40) "REABRIR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO REA-002.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** COMPETENCIA NAO REABERTA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO REA-OPC.
      *    O MOTIVO VAI PRIMEIRO PARA O HISTORICO; SE A COMPET OU
      *    A AUDITORIA NAO FOREM GRAVADAS A REABERTURA E DESFEITA
       REA-RW1.
                PERFORM REA-SEQ THRU REA-SEQ-FIM
                MOVE W-ANOMES TO RBCANOMES
                MOVE W-SEQRBC TO RBCSEQ
                ACCEPT RBCDATA FROM DATE YYYYMMDD
                ACCEPT RBCHORA FROM TIME
                MOVE W-OPERADOR TO RBCOPER
                MOVE CMPMOTIVO TO RBCMOTIVO
                WRITE REGREABCOMP
                IF ST-ERRO2 NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO REABCOMP" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "R" TO CMPSIT
                MOVE W-DTHOJE TO CMPDTREAB
                MOVE W-OPERADOR TO CMPOPEREAB
                IF CMPQTDREAB < 99
                   ADD 1 TO CMPQTDREAB.
                REWRITE REGCOMPET
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA REGRAVACAO DO ARQUIVO COMPET" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   DELETE REABCOMP RECORD
                   GO TO ROT-FIM.
                MOVE W-ANOMES TO AUD-CHAVE
                MOVE "REABERTURA" TO AUD-OPERACAO
                PERFORM GRAVA-AUDITORIA THRU GRAVA-AUDITORIA-FIM
                IF ST-ERRO4 NOT = "00"
                   MOVE W-COMPANT TO REGCOMPET
                   REWRITE REGCOMPET
                   DELETE REABCOMP RECORD
                   MOVE "*** COMPETENCIA NAO REABERTA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "*** COMPETENCIA REABERTA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
      *    PROXIMA SEQUENCIA DO HISTORICO DE REABERTURAS DO MES
       REA-SEQ.
                MOVE ZEROS TO W-SEQRBC
                MOVE 0 TO W-FIMRBC
                MOVE W-ANOMES TO RBCANOMES
                MOVE ZEROS TO RBCSEQ
                START REABCOMP KEY IS NOT LESS THAN RBCCHAVE
                IF ST-ERRO2 NOT = "00"
                   MOVE 1 TO W-FIMRBC.
                PERFORM REA-SEQ1 THRU REA-SEQ1-FIM
                   UNTIL W-FIMRBC = 1.
                ADD 1 TO W-SEQRBC.
       REA-SEQ-FIM.
                EXIT.
       REA-SEQ1.
                READ REABCOMP NEXT RECORD
                   AT END
                      MOVE 1 TO W-FIMRBC
                      GO TO REA-SEQ1-FIM.
                IF RBCANOMES NOT = W-ANOMES
                   MOVE 1 TO W-FIMRBC
                   GO TO REA-SEQ1-FIM.
                MOVE RBCSEQ TO W-SEQRBC.
       REA-SEQ1-FIM.
                EXIT.
      *
      **************************
      * EXIBICAO DA COMPETENCIA *
      **************************
      *
       MOSTRA-COMP.
                MOVE "ABERTA" TO W-TXTSIT
                IF CMPSIT = "F"
                   MOVE "FECHADA" TO W-TXTSIT.
                IF CMPSIT = "R"
                   MOVE "REABERTA" TO W-TXTSIT.
                DISPLAY (06, 24) W-TXTSIT
                IF W-SEL = 0
                   GO TO MOSTRA-COMP-FIM.
                MOVE CMPDTFECHA TO W-DATAED
                PERFORM MOSTRA-DATA THRU MOSTRA-DATA-FIM
                DISPLAY (08, 24) MASCDATA
                DISPLAY (08, 42) CMPOPEFECHA
                IF CMPDTREAB NOT = ZEROS
                   MOVE CMPDTREAB TO W-DATAED
                   PERFORM MOSTRA-DATA THRU MOSTRA-DATA-FIM
                   DISPLAY (10, 24) MASCDATA
                   DISPLAY (10, 42) CMPOPEREAB.
                DISPLAY (12, 24) CMPQTDREAB
                DISPLAY (14, 10) CMPMOTIVO.
       MOSTRA-COMP-FIM.
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
                MOVE "FECHCOMP" TO AUD-PROGRAMA
                WRITE REGAUDITORIA
                IF ST-ERRO4 NOT = "00"
                   MOVE "*** ERRO NA GRAVACAO DA AUDITORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                END-IF.
       GRAVA-AUDITORIA-FIM.
                EXIT.
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE COMPET REABCOMP AUDITORIA.
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
