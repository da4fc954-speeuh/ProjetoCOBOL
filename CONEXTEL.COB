       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONEXTEL.
      *AUTHOR. LUCAS ALVES VIEIRA.
      ********************************************************
      * PRESENCA NA TELECONSULTA PELA CONEXAO *
      * LE O REGISTRO DE CONEXOES DO DIA DEVOLVIDO PELA *
      * PLATAFORMA DA SALA VIRTUAL (CONEXAO.DAT.AAAAMMDD), *
      * CASA CADA LINHA COM A TELECONSULTA PELA CHAVE DA *
      * CONSULTA E GRAVA A HORA DA CONEXAO DO PACIENTE E DO *
      * MEDICO NO TELECON. A PRIMEIRA CONEXAO DO PACIENTE *
      * MARCA A CONSULTA AGENDADA COMO CHEGOU, COM A HORA DA *
      * CONEXAO COMO HORA DE CHEGADA. LISTA AS LINHAS *
      * REJEITADAS E AS TELECONSULTAS DO DIA SEM CONEXAO DO *
      * PACIENTE (CANDIDATAS A FALTA NO CHECKIN). RODA NO *
      * NOTURNO E TAMBEM PELO MENU DURANTE O DIA, PARA QUE A *
      * CHEGADA LIBERE O ATENDIMENTO E O CAIXA NA HORA; *
      * RODAR DE NOVO NAO DUPLICA (SO A PRIMEIRA CONEXAO VALE) *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT AGENDA ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CHAVEAGE
                      FILE STATUS  IS ST-ERRO
                      ALTERNATE RECORD KEY IS CPFAGE
                                    WITH DUPLICATES.

            SELECT TELECON ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVETEL
                    FILE STATUS  IS ST-ERRO2.

            SELECT CONEXAO ASSIGN TO W-NOMECON
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.

            SELECT RELATORIO ASSIGN TO W-NOMEREL
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD AGENDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AGENDA.DAT".
       01 REGAGENDA.
          03 CHAVEAGE.
             05 CRM           PIC 9(06).
             05 DATACONS      PIC 9(08).
             05 HORACONS      PIC 9(04).
             05 SEQENC        PIC 9(02).
          03 CPFAGE           PIC 9(11).
          03 CONVPACI         PIC 9(04).
          03 STATUSAGE        PIC X(01).
          03 HORACHEGADA      PIC 9(04).
          03 MOTIVO           PIC X(02).
          03 NUMSERIE         PIC 9(04).
          03 CONFAGE          PIC X(01).
          03 UNIDAGE          PIC 9(02).
      *
       FD TELECON
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TELECON.DAT".
       01 REGTELECON.
                03 CHAVETEL.
                   05 TELCRM            PIC 9(06).
                   05 TELDATA           PIC 9(08).
                   05 TELHORA           PIC 9(04).
                   05 TELSEQ            PIC 9(02).
                03 TELCPF               PIC 9(11).
                03 TELLINK              PIC X(60).
                03 TELHRPAC             PIC 9(04).
                03 TELHRMED             PIC 9(04).
                03 FILLER               PIC X(20).
      *
       FD CONEXAO
               LABEL RECORD IS STANDARD.
       01 LINHA-CON           PIC X(30).
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
       77 ST-ERRO4       PIC X(02) VALUE "00".
       77 W-EOF-CON      PIC 9(01) VALUE ZEROS.
       77 W-EOF-TEL      PIC 9(01) VALUE ZEROS.
       77 W-QTDLIDA      PIC 9(06) VALUE ZEROS.
       77 W-QTDPAC       PIC 9(06) VALUE ZEROS.
       77 W-QTDMED       PIC 9(06) VALUE ZEROS.
       77 W-QTDRECON     PIC 9(06) VALUE ZEROS.
       77 W-QTDREJ       PIC 9(06) VALUE ZEROS.
       77 W-QTDSEMCON    PIC 9(06) VALUE ZEROS.
       77 W-DTHOJE       PIC 9(08) VALUE ZEROS.
       01 MENS           PIC X(50) VALUE SPACES.
       01 W-NOMECON      PIC X(20) VALUE SPACES.
       01 W-NOMEREL      PIC X(20) VALUE SPACES.
       01 W-DTAMD.
          03 W-DTAMD-ANO PIC 9(04).
          03 W-DTAMD-MES PIC 9(02).
          03 W-DTAMD-DIA PIC 9(02).
       01 W-DTAMDN REDEFINES W-DTAMD PIC 9(08).
       01 W-DTDMA.
          03 W-DTDMA-DIA PIC 9(02).
          03 W-DTDMA-MES PIC 9(02).
          03 W-DTDMA-ANO PIC 9(04).
       01 W-DTDMAN REDEFINES W-DTDMA PIC 9(08).
       01 W-DTCONS       PIC 9(08) VALUE ZEROS.

      *    IMAGEM DA LINHA DO REGISTRO DE CONEXOES DA PLATAFORMA
      *    CN-TIPO: P=PACIENTE  M=MEDICO
       01 CON-DET.
          03 CN-CRM      PIC 9(06).
          03 FILLER      PIC X(01).
          03 CN-DATA     PIC 9(08).
          03 FILLER      PIC X(01).
          03 CN-HORA     PIC 9(04).
          03 FILLER      PIC X(01).
          03 CN-SEQ      PIC 9(02).
          03 FILLER      PIC X(01).
          03 CN-TIPO     PIC X(01).
          03 FILLER      PIC X(01).
          03 CN-HRCON    PIC X(04).
          03 CN-HRCON-R  REDEFINES CN-HRCON PIC 9(04).

       01 LIN-CAB1.
          03 FILLER      PIC X(12) VALUE SPACES.
          03 FILLER      PIC X(40) VALUE
             "CONEXOES DAS TELECONSULTAS".
          03 FILLER      PIC X(09) VALUE "ARQUIVO: ".
          03 LC1-ARQ     PIC X(20).
       01 LIN-CAB2.
          03 FILLER      PIC X(40) VALUE
             "CONEXOES REJEITADAS".
       01 LIN-CAB3.
          03 FILLER      PIC X(07) VALUE "CRM".
          03 FILLER      PIC X(09) VALUE "DATA".
          03 FILLER      PIC X(05) VALUE "HORA".
          03 FILLER      PIC X(04) VALUE "ENC".
          03 FILLER      PIC X(05) VALUE "TIPO".
          03 FILLER      PIC X(05) VALUE "CONEX".
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
          03 LRJ-TIPO    PIC X(01).
          03 FILLER      PIC X(04) VALUE SPACES.
          03 LRJ-HRCON   PIC X(04).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LRJ-MOTIVO  PIC X(30).
       01 LIN-CAB4.
          03 FILLER      PIC X(50) VALUE
             "TELECONSULTAS DO DIA SEM CONEXAO DO PACIENTE".
       01 LIN-CAB5.
          03 FILLER      PIC X(07) VALUE "CRM".
          03 FILLER      PIC X(09) VALUE "DATA".
          03 FILLER      PIC X(05) VALUE "HORA".
          03 FILLER      PIC X(04) VALUE "ENC".
          03 FILLER      PIC X(12) VALUE "CPF".
          03 FILLER      PIC X(13) VALUE "MEDICO CONEC".
       01 LIN-SEM.
          03 LSM-CRM     PIC 9(06).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LSM-DATA    PIC 9(08).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LSM-HORA    PIC 9(04).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LSM-SEQ     PIC 9(02).
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LSM-CPF     PIC 9(11).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LSM-HRMED   PIC 9(04).
       01 LIN-RES1.
          03 FILLER      PIC X(26) VALUE "LINHAS LIDAS             :".
          03 LR1-QTD     PIC ZZZ.ZZ9.
       01 LIN-RES2.
          03 FILLER      PIC X(26) VALUE "CONEXOES DE PACIENTE     :".
          03 LR2-QTD     PIC ZZZ.ZZ9.
       01 LIN-RES3.
          03 FILLER      PIC X(26) VALUE "CONEXOES DE MEDICO       :".
          03 LR3-QTD     PIC ZZZ.ZZ9.
       01 LIN-RES4.
          03 FILLER      PIC X(26) VALUE "RECONEXOES (IGNORADAS)   :".
          03 LR4-QTD     PIC ZZZ.ZZ9.
       01 LIN-RES5.
          03 FILLER      PIC X(26) VALUE "LINHAS REJEITADAS        :".
          03 LR5-QTD     PIC ZZZ.ZZ9.
       01 LIN-RES6.
          03 FILLER      PIC X(26) VALUE "SEM CONEXAO DO PACIENTE  :".
          03 LR6-QTD     PIC ZZZ.ZZ9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD.
           MOVE W-DTHOJE TO W-DTAMDN
           MOVE W-DTAMD-DIA TO W-DTDMA-DIA
           MOVE W-DTAMD-MES TO W-DTDMA-MES
           MOVE W-DTAMD-ANO TO W-DTDMA-ANO
           MOVE W-DTDMAN TO W-DTCONS
           STRING "CONEXAO.DAT." W-DTHOJE DELIMITED BY SIZE
              INTO W-NOMECON
           STRING "CONEXTEL." W-DTHOJE DELIMITED BY SIZE
              INTO W-NOMEREL.
      *    SEM TELECONSULTA NO DIA A PLATAFORMA NAO DEVOLVE ARQUIVO:
      *    NAO E FALHA DA NOITE
       INC-OP0.
           OPEN INPUT CONEXAO
           IF ST-ERRO3 NOT = "00"
              DISPLAY "SEM REGISTRO DE CONEXOES DO DIA: " W-NOMECON
              GO TO ROT-FIM1.
       INC-OP1.
           OPEN I-O TELECON
           IF ST-ERRO2 NOT = "00"
              MOVE "* ARQUIVO TELECON NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              CLOSE CONEXAO
              GO TO ROT-FIMS.
       INC-OP2.
           OPEN I-O AGENDA
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO AGENDA NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              CLOSE CONEXAO TELECON
              GO TO ROT-FIMS.
       INC-OP3.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO4 NOT = "00"
              MOVE "* ERRO AO CRIAR RELATORIO *" TO MENS
              DISPLAY MENS
              CLOSE CONEXAO TELECON AGENDA
              GO TO ROT-FIMS.
           MOVE W-NOMECON TO LC1-ARQ
           WRITE LINHA-REL FROM LIN-CAB1
           WRITE LINHA-REL FROM SPACES
           WRITE LINHA-REL FROM LIN-CAB2
           WRITE LINHA-REL FROM LIN-CAB3.

       TEL-PROC.
           PERFORM TEL-CONEXAO THRU TEL-CONEXAO-FIM
              UNTIL W-EOF-CON = 1.
           WRITE LINHA-REL FROM SPACES
           WRITE LINHA-REL FROM LIN-CAB4
           WRITE LINHA-REL FROM LIN-CAB5
           MOVE ZEROS TO CHAVETEL
           START TELECON KEY IS NOT LESS THAN CHAVETEL
           IF ST-ERRO2 NOT = "00"
              MOVE 1 TO W-EOF-TEL.
           PERFORM TEL-SEMCON THRU TEL-SEMCON-FIM
              UNTIL W-EOF-TEL = 1.
           WRITE LINHA-REL FROM SPACES
           MOVE W-QTDLIDA TO LR1-QTD
           WRITE LINHA-REL FROM LIN-RES1
           MOVE W-QTDPAC TO LR2-QTD
           WRITE LINHA-REL FROM LIN-RES2
           MOVE W-QTDMED TO LR3-QTD
           WRITE LINHA-REL FROM LIN-RES3
           MOVE W-QTDRECON TO LR4-QTD
           WRITE LINHA-REL FROM LIN-RES4
           MOVE W-QTDREJ TO LR5-QTD
           WRITE LINHA-REL FROM LIN-RES5
           MOVE W-QTDSEMCON TO LR6-QTD
           WRITE LINHA-REL FROM LIN-RES6.

       ROT-FIM.
           CLOSE CONEXAO TELECON AGENDA RELATORIO.
           DISPLAY "CONEXOES LIDAS    : " W-QTDLIDA.
           DISPLAY "PACIENTES/MEDICOS : " W-QTDPAC " / " W-QTDMED.
           DISPLAY "REJEITADAS        : " W-QTDREJ.
           DISPLAY "SEM CONEXAO       : " W-QTDSEMCON
                   " EM " W-NOMEREL.
       ROT-FIM1.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.

      *-----------------------------------------------------------------
      *    CADA LINHA E UMA ENTRADA NA SALA VIRTUAL. SO A PRIMEIRA
      *    CONEXAO DE CADA LADO E GRAVADA; AS DEMAIS SAO RECONEXOES
       TEL-CONEXAO.
           READ CONEXAO NEXT RECORD
              AT END
                 MOVE 1 TO W-EOF-CON
                 GO TO TEL-CONEXAO-FIM.
           IF LINHA-CON = SPACES
              GO TO TEL-CONEXAO-FIM.
           MOVE LINHA-CON TO CON-DET
           ADD 1 TO W-QTDLIDA
           IF (CN-TIPO NOT = "P" AND CN-TIPO NOT = "M") OR
              CN-HRCON NOT NUMERIC
              MOVE "LINHA INVALIDA" TO LRJ-MOTIVO
              PERFORM TEL-REJEITA THRU TEL-REJEITA-FIM
              GO TO TEL-CONEXAO-FIM.
           MOVE CN-CRM  TO TELCRM
           MOVE CN-DATA TO TELDATA
           MOVE CN-HORA TO TELHORA
           MOVE CN-SEQ  TO TELSEQ
           READ TELECON
           IF ST-ERRO2 NOT = "00"
              MOVE "CONSULTA NAO E TELECONSULTA" TO LRJ-MOTIVO
              PERFORM TEL-REJEITA THRU TEL-REJEITA-FIM
              GO TO TEL-CONEXAO-FIM.
           MOVE CHAVETEL TO CHAVEAGE
           READ AGENDA
           IF ST-ERRO NOT = "00"
              MOVE "CONSULTA NAO AGENDADA" TO LRJ-MOTIVO
              PERFORM TEL-REJEITA THRU TEL-REJEITA-FIM
              GO TO TEL-CONEXAO-FIM.
           IF STATUSAGE NOT = "A" AND STATUSAGE NOT = "C" AND
              STATUSAGE NOT = "R"
              MOVE "CONSULTA CANCELADA OU FALTA" TO LRJ-MOTIVO
              PERFORM TEL-REJEITA THRU TEL-REJEITA-FIM
              GO TO TEL-CONEXAO-FIM.
           IF CN-TIPO = "M"
              GO TO TEL-CONEXAO-MED.
           IF TELHRPAC NOT = ZEROS
              ADD 1 TO W-QTDRECON
              GO TO TEL-CONEXAO-FIM.
           MOVE CN-HRCON-R TO TELHRPAC
           PERFORM TEL-GRAVA THRU TEL-GRAVA-FIM
           ADD 1 TO W-QTDPAC
      *    A CONEXAO DO PACIENTE VALE COMO CHEGADA NA RECEPCAO
           IF STATUSAGE = "A"
              MOVE "C" TO STATUSAGE
              MOVE CN-HRCON-R TO HORACHEGADA
              REWRITE REGAGENDA
              IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                 MOVE "ERRO NA REGRAVACAO DO ARQUIVO AGENDA" TO MENS
                 DISPLAY MENS
                 MOVE 1 TO W-EOF-CON.
           GO TO TEL-CONEXAO-FIM.
       TEL-CONEXAO-MED.
           IF TELHRMED NOT = ZEROS
              ADD 1 TO W-QTDRECON
              GO TO TEL-CONEXAO-FIM.
           MOVE CN-HRCON-R TO TELHRMED
           PERFORM TEL-GRAVA THRU TEL-GRAVA-FIM
           ADD 1 TO W-QTDMED.
       TEL-CONEXAO-FIM.
           EXIT.

       TEL-GRAVA.
           REWRITE REGTELECON
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
              MOVE "ERRO NA REGRAVACAO DO ARQUIVO TELECON" TO MENS
              DISPLAY MENS
              MOVE 1 TO W-EOF-CON.
       TEL-GRAVA-FIM.
           EXIT.

       TEL-REJEITA.
           ADD 1 TO W-QTDREJ
           MOVE CN-CRM   TO LRJ-CRM
           MOVE CN-DATA  TO LRJ-DATA
           MOVE CN-HORA  TO LRJ-HORA
           MOVE CN-SEQ   TO LRJ-SEQ
           MOVE CN-TIPO  TO LRJ-TIPO
           MOVE CN-HRCON TO LRJ-HRCON
           WRITE LINHA-REL FROM LIN-REJ.
       TEL-REJEITA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    TELECONSULTAS DO DIA AINDA AGENDADAS E SEM CONEXAO DO
      *    PACIENTE
       TEL-SEMCON.
           READ TELECON NEXT RECORD
              AT END
                 MOVE 1 TO W-EOF-TEL
                 GO TO TEL-SEMCON-FIM.
           IF TELDATA NOT = W-DTCONS OR TELHRPAC NOT = ZEROS
              GO TO TEL-SEMCON-FIM.
           MOVE CHAVETEL TO CHAVEAGE
           READ AGENDA
           IF ST-ERRO NOT = "00" OR STATUSAGE NOT = "A"
              GO TO TEL-SEMCON-FIM.
           ADD 1 TO W-QTDSEMCON
           MOVE TELCRM   TO LSM-CRM
           MOVE TELDATA  TO LSM-DATA
           MOVE TELHORA  TO LSM-HORA
           MOVE TELSEQ   TO LSM-SEQ
           MOVE TELCPF   TO LSM-CPF
           MOVE TELHRMED TO LSM-HRMED
           WRITE LINHA-REL FROM LIN-SEM.
       TEL-SEMCON-FIM.
           EXIT.
      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
