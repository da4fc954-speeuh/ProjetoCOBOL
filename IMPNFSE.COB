       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPNFSE.
      *AUTHOR. LUCAS ALVES VIEIRA.
      ********************************************************
      * IMPORTACAO DO RETORNO DA PREFEITURA (NFS-E) *
      * PARA UM LOTE DE RPS, LE O ARQUIVO DE RETORNO *
      * (RETNFSE.DAT.NNNNNN), GRAVA NO RPS.DAT O NUMERO DA *
      * NFS-E, A DATA E O CODIGO DE VERIFICACAO (OU MARCA O *
      * RPS COMO REJEITADO, PARA SAIR DE NOVO NO PROXIMO *
      * LOTE), EMITE NO COMPROV.DAT O COMPROVANTE COM A NFS-E *
      * DOS RECEBIMENTOS DO CAIXA E IMPRIME O RESUMO *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT RPS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RPSNUM
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CHAVERPSORI
                                    WITH DUPLICATES.

            SELECT CAIXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECX
                    FILE STATUS  IS ST-ERRO2.

            SELECT CADPACI ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CPF
                      FILE STATUS  IS ST-ERRO4
                      ALTERNATE RECORD KEY IS NOMEPACI
                                    WITH DUPLICATES.

            SELECT RETNFSE ASSIGN TO W-NOMERET
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.

            SELECT COMPROV ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO5.

            SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO6.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD RPS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RPS.DAT".
       01 REGRPS.
          03 RPSNUM           PIC 9(08).
          03 CHAVERPSORI.
             05 RPSORIGEM     PIC X(01).
             05 RPSCRM        PIC 9(06).
             05 RPSDATA       PIC 9(08).
             05 RPSHORA       PIC 9(04).
             05 RPSSEQ        PIC 9(02).
          03 RPSLOTE          PIC 9(06).
          03 RPSDTEMIS        PIC 9(08).
          03 RPSCPF           PIC 9(11).
          03 RPSCONV          PIC 9(04).
          03 RPSVALOR         PIC 9(08)V99.
          03 RPSNFSE          PIC 9(12).
          03 RPSDTNFSE        PIC 9(08).
          03 RPSCODVER        PIC X(12).
          03 RPSSTATUS        PIC X(01).
      *
       FD CAIXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CAIXA.DAT".
       01 REGCAIXA.
          03 CHAVECX.
             05 CXCRM         PIC 9(06).
             05 CXDATACONS    PIC 9(08).
             05 CXHORACONS    PIC 9(04).
             05 CXSEQENC      PIC 9(02).
          03 CXCPF            PIC 9(11).
          03 CXCONV           PIC 9(04).
          03 CXVALOR          PIC 9(04)V99.
          03 CXFORMA          PIC X(01).
          03 CXOPERADOR       PIC X(08).
          03 CXDTRECEB        PIC 9(08).
          03 CXHRRECEB        PIC 9(04).
          03 CXTIPO           PIC X(01).
          03 CXVLRBRUTO       PIC 9(06)V99.
          03 CXDESCONTO       PIC 9(06)V99.
          03 CXVLRLIQ         PIC 9(06)V99.
          03 CXPARCELAS       PIC 9(02).
          03 CXSUPERV         PIC X(08).
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGCADPACI.
          03 CPF            PIC 9(11).
          03 NOMEPACI       PIC X(30).
          03 FILLER         PIC X(124).
          03 STATUSREG      PIC X(01).
      *
       FD RETNFSE
               LABEL RECORD IS STANDARD.
       01 REGRETNFSE.
          03 RN-TIPO          PIC X(01).
          03 RN-RPS           PIC 9(08).
          03 RN-NFSE          PIC 9(12).
          03 RN-DTEMIS        PIC 9(08).
          03 RN-CODVER        PIC X(12).
          03 RN-SITUACAO      PIC X(01).
          03 RN-MOTIVO        PIC X(40).
          03 FILLER           PIC X(18).
      *    RN-TIPO    : 0=HEADER  1=DETALHE  9=TRAILER
      *    RN-SITUACAO: E=NFS-E EMITIDA  R=RPS REJEITADO
      *
       FD COMPROV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "COMPROV.DAT".
       01 LINHA-COMP         PIC X(60).
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
       77 ST-ERRO6       PIC X(02) VALUE "00".
       77 W-CTLCX        PIC 9(01) VALUE ZEROS.
       77 W-CTLPAC       PIC 9(01) VALUE ZEROS.
       77 W-EOF-RET      PIC 9(01) VALUE ZEROS.
       77 W-QTDEMI       PIC 9(06) VALUE ZEROS.
       77 W-QTDREJ       PIC 9(06) VALUE ZEROS.
       77 W-QTDERR       PIC 9(06) VALUE ZEROS.
       77 W-QTDCOMP      PIC 9(06) VALUE ZEROS.
       77 W-LOTE         PIC 9(06) VALUE ZEROS.
       01 MENS           PIC X(50) VALUE SPACES.
       01 W-NOMERET      PIC X(19) VALUE SPACES.

       01 LIN-CO1.
          03 FILLER      PIC X(40) VALUE
             "----------------------------------------".
       01 LIN-CO2.
          03 FILLER      PIC X(06) VALUE SPACES.
          03 FILLER      PIC X(34) VALUE
             "COMPROVANTE - NOTA FISCAL (NFS-E)".
       01 LIN-CO3.
          03 FILLER      PIC X(10) VALUE "DATA    : ".
          03 LCO3-DATA   PIC 9(08).
          03 FILLER      PIC X(07) VALUE "  HORA ".
          03 LCO3-HORA   PIC 9(04).
       01 LIN-CO4.
          03 FILLER      PIC X(10) VALUE "PACIENTE: ".
          03 LCO4-NOME   PIC X(30).
       01 LIN-CO6.
          03 FILLER      PIC X(10) VALUE "VALOR   : ".
          03 LCO6-VLR    PIC ZZZ.ZZ9,99.
       01 LIN-CO8.
          03 FILLER      PIC X(10) VALUE "NFS-E   : ".
          03 LCO8-NFSE   PIC 9(12).
          03 FILLER      PIC X(07) VALUE "  RPS: ".
          03 LCO8-RPS    PIC 9(08).
       01 LIN-CO9.
          03 FILLER      PIC X(10) VALUE "EMISSAO : ".
          03 LCO9-DATA   PIC 9(08).
          03 FILLER      PIC X(12) VALUE "  VERIFIC.: ".
          03 LCO9-COD    PIC X(12).

       01 LIN-CAB1.
          03 FILLER      PIC X(12) VALUE SPACES.
          03 FILLER      PIC X(44) VALUE
             "RETORNO DA PREFEITURA - NFS-E".
       01 LIN-PRO1.
          03 FILLER      PIC X(24) VALUE "LOTE                 :".
          03 LP1-LOTE    PIC ZZZZZ9.
       01 LIN-DET1.
          03 FILLER      PIC X(10) VALUE "RPS".
          03 FILLER      PIC X(14) VALUE "NFS-E".
          03 FILLER      PIC X(40) VALUE "SITUACAO".
       01 LIN-DET2.
          03 LR-RPS      PIC 9(08).
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LR-NFSE     PIC Z(11)9.
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LR-SIT      PIC X(50).
       01 LIN-PRO2.
          03 FILLER      PIC X(24) VALUE "NFS-E EMITIDAS        :".
          03 LP2-QTD     PIC ZZZ.ZZ9.
       01 LIN-PRO3.
          03 FILLER      PIC X(24) VALUE "RPS REJEITADOS        :".
          03 LP3-QTD     PIC ZZZ.ZZ9.
       01 LIN-PRO4.
          03 FILLER      PIC X(24) VALUE "RPS NAO ENCONTRADOS   :".
          03 LP4-QTD     PIC ZZZ.ZZ9.
       01 LIN-PRO5.
          03 FILLER      PIC X(24) VALUE "COMPROVANTES EMITIDOS :".
          03 LP5-QTD     PIC ZZZ.ZZ9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "IMPORTACAO DO RETORNO DA NFS-E"
           DISPLAY "NUMERO DO LOTE DE RPS: "
           ACCEPT W-LOTE
           IF W-LOTE = ZEROS
              DISPLAY "*** LOTE INVALIDO ***"
              GO TO ROT-FIMS.
           STRING "RETNFSE.DAT." W-LOTE
              DELIMITED BY SIZE INTO W-NOMERET.
       INC-OP0.
           OPEN I-O RPS
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO RPS NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              GO TO ROT-FIMS.
       INC-OP1.
           OPEN INPUT RETNFSE
           IF ST-ERRO3 NOT = "00"
              MOVE "* ARQUIVO DE RETORNO NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              CLOSE RPS
              GO TO ROT-FIMS.
      *    CAIXA E CADPACI SO SERVEM AO COMPROVANTE: SEM O CAIXA O
      *    RETORNO E GRAVADO MAS O COMPROVANTE NAO SAI
       INC-OP2.
           MOVE 0 TO W-CTLCX W-CTLPAC
           OPEN INPUT CAIXA
           IF ST-ERRO2 = "00"
              MOVE 1 TO W-CTLCX.
           OPEN INPUT CADPACI
           IF ST-ERRO4 = "00"
              MOVE 1 TO W-CTLPAC.
       INC-OP3.
           OPEN EXTEND COMPROV
           IF ST-ERRO5 NOT = "00"
              IF ST-ERRO5 = "30" OR ST-ERRO5 = "35"
                 OPEN OUTPUT COMPROV
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO COMPROV" TO MENS
                 DISPLAY MENS
                 PERFORM IMP-FECHA THRU IMP-FECHA-FIM
                 GO TO ROT-FIMS.
       INC-OP4.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO6 NOT = "00"
              MOVE "* ERRO AO CRIAR RELATORIO *" TO MENS
              DISPLAY MENS
              PERFORM IMP-FECHA THRU IMP-FECHA-FIM
              CLOSE COMPROV
              GO TO ROT-FIMS.
           WRITE LINHA-REL FROM LIN-CAB1
           WRITE LINHA-REL FROM SPACES
           MOVE W-LOTE TO LP1-LOTE
           WRITE LINHA-REL FROM LIN-PRO1
           WRITE LINHA-REL FROM SPACES
           WRITE LINHA-REL FROM LIN-DET1.

       IMP-PROC.
           PERFORM IMP-RETORNO THRU IMP-RETORNO-FIM
              UNTIL W-EOF-RET = 1.
           WRITE LINHA-REL FROM SPACES
           MOVE W-QTDEMI TO LP2-QTD
           WRITE LINHA-REL FROM LIN-PRO2
           MOVE W-QTDREJ TO LP3-QTD
           WRITE LINHA-REL FROM LIN-PRO3
           MOVE W-QTDERR TO LP4-QTD
           WRITE LINHA-REL FROM LIN-PRO4
           MOVE W-QTDCOMP TO LP5-QTD
           WRITE LINHA-REL FROM LIN-PRO5.

       ROT-FIM.
           PERFORM IMP-FECHA THRU IMP-FECHA-FIM
           CLOSE COMPROV RELATORIO.
           DISPLAY "NFS-E EMITIDAS: " W-QTDEMI
                   "  REJEITADAS: " W-QTDREJ.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.

       IMP-FECHA.
           IF W-CTLCX = 1
              CLOSE CAIXA
           END-IF
           IF W-CTLPAC = 1
              CLOSE CADPACI
           END-IF
           CLOSE RPS RETNFSE.
       IMP-FECHA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    CADA DETALHE DO RETORNO ATUALIZA O RPS PELO NUMERO
       IMP-RETORNO.
           READ RETNFSE
              AT END
                 MOVE 1 TO W-EOF-RET
                 GO TO IMP-RETORNO-FIM.
           IF RN-TIPO NOT = "1"
              GO TO IMP-RETORNO-FIM.
           MOVE RN-RPS TO RPSNUM LR-RPS
           MOVE ZEROS  TO LR-NFSE
           READ RPS
           IF ST-ERRO NOT = "00"
              ADD 1 TO W-QTDERR
              MOVE "RPS NAO ENCONTRADO" TO LR-SIT
              WRITE LINHA-REL FROM LIN-DET2
              GO TO IMP-RETORNO-FIM.
           IF RN-SITUACAO = "E"
              MOVE RN-NFSE   TO RPSNFSE LR-NFSE
              MOVE RN-DTEMIS TO RPSDTNFSE
              MOVE RN-CODVER TO RPSCODVER
              MOVE "E"       TO RPSSTATUS
              MOVE "NFS-E EMITIDA" TO LR-SIT
              ADD 1 TO W-QTDEMI
           ELSE
              MOVE "R"       TO RPSSTATUS
              MOVE RN-MOTIVO TO LR-SIT
              ADD 1 TO W-QTDREJ
           END-IF
           REWRITE REGRPS
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA REGRAVACAO DO ARQUIVO RPS" TO MENS
              DISPLAY MENS
              MOVE 1 TO W-EOF-RET
              GO TO IMP-RETORNO-FIM.
           WRITE LINHA-REL FROM LIN-DET2
           IF RPSSTATUS = "E" AND RPSORIGEM = "C"
              PERFORM IMP-COMPROV THRU IMP-COMPROV-FIM.
       IMP-RETORNO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    COMPROVANTE DO PACIENTE COM O NUMERO DA NFS-E, NO MESMO
      *    DESENHO DO COMPROVANTE DO CAIXA
       IMP-COMPROV.
           IF W-CTLCX = 0
              GO TO IMP-COMPROV-FIM.
           MOVE RPSCRM  TO CXCRM
           MOVE RPSDATA TO CXDATACONS
           MOVE RPSHORA TO CXHORACONS
           MOVE RPSSEQ  TO CXSEQENC
           READ CAIXA
           IF ST-ERRO2 NOT = "00"
              GO TO IMP-COMPROV-FIM.
           MOVE "(NAO CADASTRADO)" TO NOMEPACI
           IF W-CTLPAC = 1
              MOVE CXCPF TO CPF
              READ CADPACI KEY IS CPF
              IF ST-ERRO4 NOT = "00"
                 MOVE "(NAO CADASTRADO)" TO NOMEPACI
              END-IF
           END-IF
           WRITE LINHA-COMP FROM LIN-CO1
           WRITE LINHA-COMP FROM LIN-CO2
           MOVE CXDTRECEB TO LCO3-DATA
           MOVE CXHRRECEB TO LCO3-HORA
           WRITE LINHA-COMP FROM LIN-CO3
           MOVE NOMEPACI TO LCO4-NOME
           WRITE LINHA-COMP FROM LIN-CO4
           MOVE RPSVALOR TO LCO6-VLR
           WRITE LINHA-COMP FROM LIN-CO6
           MOVE RPSNFSE TO LCO8-NFSE
           MOVE RPSNUM  TO LCO8-RPS
           WRITE LINHA-COMP FROM LIN-CO8
           MOVE RPSDTNFSE TO LCO9-DATA
           MOVE RPSCODVER TO LCO9-COD
           WRITE LINHA-COMP FROM LIN-CO9
           WRITE LINHA-COMP FROM LIN-CO1
           ADD 1 TO W-QTDCOMP.
       IMP-COMPROV-FIM.
           EXIT.
      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
