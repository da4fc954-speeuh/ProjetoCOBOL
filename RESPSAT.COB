       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESPSAT.
      *AUTHOR. LUCAS ALVES VIEIRA.
      ********************************************************
      * IMPORTACAO DAS RESPOSTAS DA PESQUISA DE SATISFACAO *
      * LE O ARQUIVO DE RESPOSTAS DEVOLVIDO PELO FORNECEDOR *
      * (RESPSAT.DAT.AAAAMMDD), CASA CADA LINHA COM A PESQUISA *
      * ENVIADA PELA CHAVE DA CONSULTA (CRM+DATA+HORA+ENCAIXE) *
      * E GRAVA A NOTA (0 A 10) E O COMENTARIO, MARCANDO A *
      * PESQUISA COMO RESPONDIDA. RESPOSTA SEM ENVIO, REPETIDA *
      * OU COM NOTA INVALIDA E LISTADA NO RELATORIO DA CARGA *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PESQUISA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPSQ
                    FILE STATUS  IS ST-ERRO.

            SELECT RESPOSTA ASSIGN TO W-NOMERESP
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO2.

            SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD PESQUISA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PESQUISA.DAT".
       01 REGPESQUISA.
          03 CHAVEPSQ.
             05 PSQCRM        PIC 9(06).
             05 PSQDATA       PIC 9(08).
             05 PSQHORA       PIC 9(04).
             05 PSQSEQ        PIC 9(02).
          03 PSQCPF           PIC 9(11).
          03 PSQCONV          PIC 9(04).
          03 PSQUNID          PIC 9(02).
          03 PSQDTENV         PIC 9(08).
          03 PSQSIT           PIC X(01).
          03 PSQNOTA          PIC 9(02).
          03 PSQCOMENT        PIC X(60).
          03 PSQDTRESP        PIC 9(08).
      *    PSQSIT: E=ENVIADA  R=RESPONDIDA
      *
       FD RESPOSTA
               LABEL RECORD IS STANDARD.
       01 LINHA-RESP          PIC X(87).
      *
       FD RELATORIO
               LABEL RECORD IS STANDARD.
       01 LINHA-REL           PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-ERRO2       PIC X(02) VALUE "00".
       77 ST-ERRO3       PIC X(02) VALUE "00".
       77 W-EOF-RESP     PIC 9(01) VALUE ZEROS.
       77 W-QTDLIDA      PIC 9(06) VALUE ZEROS.
       77 W-QTDGRAVA     PIC 9(06) VALUE ZEROS.
       77 W-QTDSEMENV    PIC 9(06) VALUE ZEROS.
       77 W-QTDREPET     PIC 9(06) VALUE ZEROS.
       77 W-QTDINVAL     PIC 9(06) VALUE ZEROS.
       77 W-DTHOJE       PIC 9(08) VALUE ZEROS.
       01 MENS           PIC X(50) VALUE SPACES.
       01 W-NOMERESP     PIC X(20) VALUE SPACES.
       01 W-DATAARQ.
          03 W-ANOARQ    PIC 9(04).
          03 W-MESARQ    PIC 9(02).
          03 W-DIAARQ    PIC 9(02).

      *    IMAGEM DA LINHA DO ARQUIVO DE RESPOSTAS DO FORNECEDOR
       01 RESP-DET.
          03 RS-CRM      PIC 9(06).
          03 FILLER      PIC X(01).
          03 RS-DATA     PIC 9(08).
          03 FILLER      PIC X(01).
          03 RS-HORA     PIC 9(04).
          03 FILLER      PIC X(01).
          03 RS-SEQ      PIC 9(02).
          03 FILLER      PIC X(01).
          03 RS-NOTA     PIC X(02).
          03 RS-NOTA-R   REDEFINES RS-NOTA PIC 9(02).
          03 FILLER      PIC X(01).
          03 RS-COMENT   PIC X(60).

       01 LIN-CAB1.
          03 FILLER      PIC X(12) VALUE SPACES.
          03 FILLER      PIC X(40) VALUE
             "CARGA DAS RESPOSTAS DA PESQUISA".
          03 FILLER      PIC X(09) VALUE "ARQUIVO: ".
          03 LC1-ARQ     PIC X(20).
       01 LIN-CAB2.
          03 FILLER      PIC X(40) VALUE
             "RESPOSTAS REJEITADAS".
       01 LIN-CAB3.
          03 FILLER      PIC X(07) VALUE "CRM".
          03 FILLER      PIC X(09) VALUE "DATA".
          03 FILLER      PIC X(05) VALUE "HORA".
          03 FILLER      PIC X(04) VALUE "ENC".
          03 FILLER      PIC X(05) VALUE "NOTA".
          03 FILLER      PIC X(30) VALUE "MOTIVO".
       01 LIN-REJ.
          03 LRJ-CRM     PIC 9(06).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LRJ-DATA    PIC 9(08).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LRJ-HORA    PIC 9(04).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LRJ-SEQ     PIC 9(02).
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LRJ-NOTA    PIC X(02).
          03 FILLER      PIC X(03) VALUE SPACES.
          03 LRJ-MOTIVO  PIC X(30).
       01 LIN-RES1.
          03 FILLER      PIC X(26) VALUE "LINHAS LIDAS             :".
          03 LR1-QTD     PIC ZZZ.ZZ9.
       01 LIN-RES2.
          03 FILLER      PIC X(26) VALUE "RESPOSTAS GRAVADAS       :".
          03 LR2-QTD     PIC ZZZ.ZZ9.
       01 LIN-RES3.
          03 FILLER      PIC X(26) VALUE "SEM PESQUISA ENVIADA     :".
          03 LR3-QTD     PIC ZZZ.ZZ9.
       01 LIN-RES4.
          03 FILLER      PIC X(26) VALUE "JA RESPONDIDAS (REPETIDA):".
          03 LR4-QTD     PIC ZZZ.ZZ9.
       01 LIN-RES5.
          03 FILLER      PIC X(26) VALUE "NOTA INVALIDA            :".
          03 LR5-QTD     PIC ZZZ.ZZ9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CARGA DAS RESPOSTAS DA PESQUISA DE SATISFACAO"
           DISPLAY "INFORME A DATA DO ARQUIVO (AAAAMMDD): "
           ACCEPT W-DATAARQ
           IF W-MESARQ < 01 OR W-MESARQ > 12 OR
              W-DIAARQ < 01 OR W-DIAARQ > 31
              DISPLAY "*** DATA INVALIDA ***"
              GO TO ROT-FIMS.
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD
           STRING "RESPSAT.DAT." W-DATAARQ DELIMITED BY SIZE
              INTO W-NOMERESP.
       INC-OP0.
           OPEN INPUT RESPOSTA
           IF ST-ERRO2 NOT = "00"
              MOVE "* ARQUIVO DE RESPOSTAS NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              GO TO ROT-FIMS.
       INC-OP1.
           OPEN I-O PESQUISA
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO PESQUISA NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              CLOSE RESPOSTA
              GO TO ROT-FIMS.
       INC-OP2.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO3 NOT = "00"
              MOVE "* ERRO AO CRIAR RELATORIO *" TO MENS
              DISPLAY MENS
              CLOSE RESPOSTA PESQUISA
              GO TO ROT-FIMS.
           MOVE W-NOMERESP TO LC1-ARQ
           WRITE LINHA-REL FROM LIN-CAB1
           WRITE LINHA-REL FROM SPACES
           WRITE LINHA-REL FROM LIN-CAB2
           WRITE LINHA-REL FROM LIN-CAB3.

       RSP-PROC.
           PERFORM RSP-RESPOSTA THRU RSP-RESPOSTA-FIM
              UNTIL W-EOF-RESP = 1.
           WRITE LINHA-REL FROM SPACES
           MOVE W-QTDLIDA TO LR1-QTD
           WRITE LINHA-REL FROM LIN-RES1
           MOVE W-QTDGRAVA TO LR2-QTD
           WRITE LINHA-REL FROM LIN-RES2
           MOVE W-QTDSEMENV TO LR3-QTD
           WRITE LINHA-REL FROM LIN-RES3
           MOVE W-QTDREPET TO LR4-QTD
           WRITE LINHA-REL FROM LIN-RES4
           MOVE W-QTDINVAL TO LR5-QTD
           WRITE LINHA-REL FROM LIN-RES5.

       ROT-FIM.
           CLOSE RESPOSTA PESQUISA RELATORIO.
           DISPLAY "RESPOSTAS LIDAS   : " W-QTDLIDA.
           DISPLAY "RESPOSTAS GRAVADAS: " W-QTDGRAVA.
           DISPLAY "REJEITADAS        : " W-QTDSEMENV " SEM ENVIO, "
                   W-QTDREPET " REPETIDAS, " W-QTDINVAL " INVALIDAS".
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.

      *-----------------------------------------------------------------
      *    CADA LINHA GRAVA A NOTA NA PESQUISA DA CHAVE DA CONSULTA.
      *    A PRIMEIRA RESPOSTA VALE: PESQUISA JA RESPONDIDA NAO E
      *    REGRAVADA
       RSP-RESPOSTA.
           READ RESPOSTA NEXT RECORD
              AT END
                 MOVE 1 TO W-EOF-RESP
                 GO TO RSP-RESPOSTA-FIM.
           IF LINHA-RESP = SPACES
              GO TO RSP-RESPOSTA-FIM.
           MOVE LINHA-RESP TO RESP-DET
           ADD 1 TO W-QTDLIDA
           IF RS-NOTA NOT NUMERIC
              ADD 1 TO W-QTDINVAL
              MOVE "NOTA INVALIDA" TO LRJ-MOTIVO
              PERFORM RSP-REJEITA THRU RSP-REJEITA-FIM
              GO TO RSP-RESPOSTA-FIM.
           IF RS-NOTA-R > 10
              ADD 1 TO W-QTDINVAL
              MOVE "NOTA INVALIDA" TO LRJ-MOTIVO
              PERFORM RSP-REJEITA THRU RSP-REJEITA-FIM
              GO TO RSP-RESPOSTA-FIM.
           MOVE RS-CRM  TO PSQCRM
           MOVE RS-DATA TO PSQDATA
           MOVE RS-HORA TO PSQHORA
           MOVE RS-SEQ  TO PSQSEQ
           READ PESQUISA
           IF ST-ERRO NOT = "00"
              ADD 1 TO W-QTDSEMENV
              MOVE "CONSULTA SEM PESQUISA ENVIADA" TO LRJ-MOTIVO
              PERFORM RSP-REJEITA THRU RSP-REJEITA-FIM
              GO TO RSP-RESPOSTA-FIM.
           IF PSQSIT = "R"
              ADD 1 TO W-QTDREPET
              MOVE "PESQUISA JA RESPONDIDA" TO LRJ-MOTIVO
              PERFORM RSP-REJEITA THRU RSP-REJEITA-FIM
              GO TO RSP-RESPOSTA-FIM.
           MOVE RS-NOTA-R TO PSQNOTA
           MOVE RS-COMENT TO PSQCOMENT
           MOVE W-DTHOJE  TO PSQDTRESP
           MOVE "R"       TO PSQSIT
           REWRITE REGPESQUISA
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDGRAVA
           ELSE
              MOVE "ERRO NA REGRAVACAO DO ARQUIVO PESQUISA" TO MENS
              DISPLAY MENS
              MOVE 1 TO W-EOF-RESP.
       RSP-RESPOSTA-FIM.
           EXIT.

       RSP-REJEITA.
           MOVE RS-CRM  TO LRJ-CRM
           MOVE RS-DATA TO LRJ-DATA
           MOVE RS-HORA TO LRJ-HORA
           MOVE RS-SEQ  TO LRJ-SEQ
           MOVE RS-NOTA TO LRJ-NOTA
           WRITE LINHA-REL FROM LIN-REJ.
       RSP-REJEITA-FIM.
           EXIT.
      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
