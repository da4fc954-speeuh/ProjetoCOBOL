       IDENTIFICATION DIVISION.
       PROGRAM-ID. REAPGLO.
      *AUTHOR. LUCAS ALVES VIEIRA.
      ********************************************************
      * REAPRESENTACAO DE GLOSAS AO CONVENIO *
      * PARA UM CONVENIO, JUNTA OS RECURSOS DE GLOSA EM ABERTO *
      * COM DATA DE ENVIO ATE HOJE, GERA O ARQUIVO DE *
      * REAPRESENTACAO (HEADER, UM DETALHE POR TITULO E *
      * TRAILER COM TOTAIS), MARCA O RECURSO COMO ENVIADO E *
      * IMPRIME O PROTOCOLO *
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
                    FILE STATUS  IS ST-ERRO3.

            SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION  IS INDEXED
                    ACCESS MODE   IS DYNAMIC
                    RECORD KEY    IS CODIGO
                    FILE STATUS   IS ST-ERRO5.

            SELECT REAPRES ASSIGN TO W-NOMEREA
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO2.

            SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.
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
       FD REAPRES
               LABEL RECORD IS STANDARD.
       01 LINHA-REA          PIC X(130).
      *
       FD RELATORIO
               LABEL RECORD IS STANDARD.
       01 LINHA-REL          PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-ERRO2       PIC X(02) VALUE "00".
       77 ST-ERRO3       PIC X(02) VALUE "00".
       77 ST-ERRO4       PIC X(02) VALUE "00".
       77 ST-ERRO5       PIC X(02) VALUE "00".
       77 W-EOF-REC      PIC 9(01) VALUE ZEROS.
       77 W-QTDDET       PIC 9(06) VALUE ZEROS.
       77 W-TOTGLOSA     PIC 9(11)V99 VALUE ZEROS.
       77 W-DTHOJE       PIC 9(08) VALUE ZEROS.
       01 MENS           PIC X(50) VALUE SPACES.
       01 W-CONVSEL      PIC 9(04) VALUE ZEROS.
       01 W-NOMEREA      PIC X(25) VALUE SPACES.

      *    LAYOUT DO ARQUIVO DE REAPRESENTACAO
       01 REA-HEADER.
          03 FILLER      PIC X(01) VALUE "0".
          03 RH-CONV     PIC 9(04).
          03 RH-DTGER    PIC 9(08).
          03 RH-NOME     PIC X(30).
          03 FILLER      PIC X(87) VALUE SPACES.
       01 REA-DETALHE.
          03 FILLER      PIC X(01) VALUE "1".
          03 RD-CRM      PIC 9(06).
          03 RD-DATA     PIC 9(08).
          03 RD-HORA     PIC 9(04).
          03 RD-SEQ      PIC 9(02).
          03 RD-CPF      PIC 9(11).
          03 RD-COMP     PIC 9(06).
          03 RD-VLRFAT   PIC 9(08)V99.
          03 RD-VLRGLOSA PIC 9(08)V99.
          03 RD-MOTGLOSA PIC X(02).
          03 RD-JUSTIF   PIC X(60).
          03 FILLER      PIC X(10) VALUE SPACES.
       01 REA-TRAILER.
          03 FILLER      PIC X(01) VALUE "9".
          03 RT-QTD      PIC 9(06).
          03 RT-VALOR    PIC 9(11)V99.
          03 FILLER      PIC X(110) VALUE SPACES.

       01 LIN-CAB1.
          03 FILLER      PIC X(12) VALUE SPACES.
          03 FILLER      PIC X(44) VALUE
             "PROTOCOLO DE REAPRESENTACAO DE GLOSAS".
       01 LIN-PRO1.
          03 FILLER      PIC X(24) VALUE "CONVENIO             :".
          03 LP1-CONV    PIC ZZZ9.
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LP1-NOME    PIC X(30).
       01 LIN-DET1.
          03 FILLER      PIC X(07) VALUE "CRM".
          03 FILLER      PIC X(09) VALUE "DATA".
          03 FILLER      PIC X(05) VALUE "HORA".
          03 FILLER      PIC X(08) VALUE "COMPET.".
          03 FILLER      PIC X(04) VALUE "MOT".
          03 FILLER      PIC X(14) VALUE "  VLR GLOSADO".
       01 LIN-DET2.
          03 LD-CRM      PIC 9(06).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-DATA     PIC 9(08).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-HORA     PIC 9(04).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-COMP     PIC 9(06).
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LD-MOT      PIC X(02).
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LD-VLR      PIC ZZ.ZZZ.ZZ9,99.
       01 LIN-PRO2.
          03 FILLER      PIC X(24) VALUE "TITULOS REAPRESENTADOS:".
          03 LP2-QTD     PIC ZZZ.ZZ9.
       01 LIN-PRO3.
          03 FILLER      PIC X(24) VALUE "VALOR CONTESTADO      :".
          03 LP3-VLR     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 LIN-PRO4.
          03 FILLER      PIC X(24) VALUE "ARQUIVO GERADO        :".
          03 LP4-NOME    PIC X(25).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "REAPRESENTACAO DE GLOSAS AO CONVENIO"
           DISPLAY "CODIGO DO CONVENIO: "
           ACCEPT W-CONVSEL
           IF W-CONVSEL = ZEROS
              DISPLAY "*** CONVENIO INVALIDO ***"
              GO TO ROT-FIMS.
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD
           STRING "REAPRES.DAT." W-CONVSEL "." W-DTHOJE
              DELIMITED BY SIZE INTO W-NOMEREA.
       INC-OP0.
           OPEN I-O RECGLOSA
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO RECGLOSA NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              GO TO ROT-FIMS.
       INC-OP1.
           OPEN INPUT TITULOS
           IF ST-ERRO3 NOT = "00"
              MOVE "* ARQUIVO TITULOS NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              CLOSE RECGLOSA
              GO TO ROT-FIMS.
       INC-OP2.
           OPEN INPUT CADCONV
           IF ST-ERRO5 NOT = "00"
              MOVE "* ARQUIVO CADCONV NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              CLOSE RECGLOSA TITULOS
              GO TO ROT-FIMS.
           MOVE W-CONVSEL TO CODIGO
           READ CADCONV KEY IS CODIGO
           IF ST-ERRO5 NOT = "00"
              MOVE "* CONVENIO NAO CADASTRADO *" TO MENS
              DISPLAY MENS
              CLOSE RECGLOSA TITULOS CADCONV
              GO TO ROT-FIMS.
       INC-OP3.
           OPEN OUTPUT REAPRES
           IF ST-ERRO2 NOT = "00"
              MOVE "* ERRO AO CRIAR ARQUIVO DE REAPRESENTACAO *"
                                                 TO MENS
              DISPLAY MENS
              CLOSE RECGLOSA TITULOS CADCONV
              GO TO ROT-FIMS.
       INC-OP4.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO4 NOT = "00"
              MOVE "* ERRO AO CRIAR PROTOCOLO *" TO MENS
              DISPLAY MENS
              CLOSE RECGLOSA TITULOS CADCONV REAPRES
              GO TO ROT-FIMS.

       REA-CABECALHO.
           MOVE W-CONVSEL TO RH-CONV
           MOVE W-DTHOJE  TO RH-DTGER
           MOVE NOME OF REGCADCONV TO RH-NOME
           WRITE LINHA-REA FROM REA-HEADER
           WRITE LINHA-REL FROM LIN-CAB1
           WRITE LINHA-REL FROM SPACES
           MOVE W-CONVSEL TO LP1-CONV
           MOVE NOME OF REGCADCONV TO LP1-NOME
           WRITE LINHA-REL FROM LIN-PRO1
           WRITE LINHA-REL FROM SPACES
           WRITE LINHA-REL FROM LIN-DET1.

       REA-PROC.
           PERFORM REA-RECURSO THRU REA-RECURSO-FIM
              UNTIL W-EOF-REC = 1.
       REA-TOTAIS.
           MOVE W-QTDDET   TO RT-QTD
           MOVE W-TOTGLOSA TO RT-VALOR
           WRITE LINHA-REA FROM REA-TRAILER
           WRITE LINHA-REL FROM SPACES
           MOVE W-QTDDET TO LP2-QTD
           WRITE LINHA-REL FROM LIN-PRO2
           MOVE W-TOTGLOSA TO LP3-VLR
           WRITE LINHA-REL FROM LIN-PRO3
           MOVE W-NOMEREA TO LP4-NOME
           WRITE LINHA-REL FROM LIN-PRO4.

       ROT-FIM.
           CLOSE RECGLOSA TITULOS CADCONV REAPRES RELATORIO.
           DISPLAY "TITULOS REAPRESENTADOS: " W-QTDDET " EM " W-NOMEREA.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.

      *-----------------------------------------------------------------
      *    RECURSO EM ABERTO DO CONVENIO, COM ENVIO PREVISTO ATE HOJE
      *    E TITULO AINDA GLOSADO, VAI PARA O ARQUIVO E FICA "E"
       REA-RECURSO.
           READ RECGLOSA NEXT RECORD
              AT END
                 MOVE 1 TO W-EOF-REC
                 GO TO REA-RECURSO-FIM.
           IF RECCONV NOT = W-CONVSEL OR RECSTATUS NOT = "A"
              GO TO REA-RECURSO-FIM.
           IF RECDTENVIO > W-DTHOJE
              GO TO REA-RECURSO-FIM.
           MOVE CHAVEREC TO CHAVETIT
           READ TITULOS
           IF ST-ERRO3 NOT = "00"
              GO TO REA-RECURSO-FIM.
           IF TITSTATUS NOT = "G"
              GO TO REA-RECURSO-FIM.
           MOVE RECCRM      TO RD-CRM LD-CRM
           MOVE RECDATA     TO RD-DATA LD-DATA
           MOVE RECHORA     TO RD-HORA LD-HORA
           MOVE RECSEQ      TO RD-SEQ
           MOVE TITCPF      TO RD-CPF
           MOVE RECCOMP     TO RD-COMP LD-COMP
           MOVE TITVLR      TO RD-VLRFAT
           MOVE RECVLRGLOSA TO RD-VLRGLOSA LD-VLR
           MOVE RECMOTGLOSA TO RD-MOTGLOSA LD-MOT
           MOVE RECJUSTIF   TO RD-JUSTIF
           WRITE LINHA-REA FROM REA-DETALHE
           WRITE LINHA-REL FROM LIN-DET2
           ADD 1 TO W-QTDDET
           ADD RECVLRGLOSA TO W-TOTGLOSA
           MOVE "E"      TO RECSTATUS
           MOVE W-DTHOJE TO RECDTREAPR
           REWRITE REGRECGLOSA
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA REGRAVACAO DO ARQUIVO RECGLOSA" TO MENS
              DISPLAY MENS
              MOVE 1 TO W-EOF-REC.
       REA-RECURSO-FIM.
           EXIT.
      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
