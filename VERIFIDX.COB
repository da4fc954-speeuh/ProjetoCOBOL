       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFIDX.
      *AUTHOR. LUCAS ALVES VIEIRA.
      ********************************************************
      * VERIFICACAO E REORGANIZACAO DOS ARQUIVOS INDEXADOS *
      * PASSO DO NOTURNO. LE AGENDA, ATENDIM, TITULOS E *
      * CADPACI (E OS CADASTROS CADMED E CADCONV) PELA CHAVE *
      * PRIMARIA E PELA ALTERNADA, CONFERE A ORDEM DAS CHAVES *
      * E COMPARA AS CONTAGENS, LISTANDO TODO STATUS ANORMAL *
      * EM VERIFIDX.AAAAMMDD. DENTRO DA JANELA DE MANUTENCAO *
      * DO VERIFIDX.CFG OS QUATRO ARQUIVOS DE MOVIMENTO SAO *
      * REORGANIZADOS POR DESCARGA (ARQUIVO.REO) E RECARGA, *
      * CONFERINDO OS TOTAIS ANTES E DEPOIS. QUALQUER FALHA *
      * DEVOLVE RETURN-CODE 1 E O NOTURNO INTERROMPE A NOITE; *
      * NUMA RECARGA FALHA A DESCARGA FICA PRESERVADA *
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

            SELECT ATENDIM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEATE
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS CPFATE
                                    WITH DUPLICATES.

            SELECT TITULOS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVETIT
                    FILE STATUS  IS ST-ERRO3.

            SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO4
                    ALTERNATE RECORD KEY IS NOMEPACI
                                    WITH DUPLICATES.

            SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRMMED
                    FILE STATUS  IS ST-ERRO5
                    ALTERNATE RECORD KEY IS NOME OF REGCADMED
                                    WITH DUPLICATES.

            SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION  IS INDEXED
                    ACCESS MODE   IS DYNAMIC
                    RECORD KEY    IS CODIGO
                    FILE STATUS   IS ST-ERRO6
                    ALTERNATE RECORD KEY IS NOME OF REGCADCONV
                                    WITH DUPLICATES.

            SELECT REOAGE ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO8.

            SELECT REOATE ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO8.

            SELECT REOTIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO8.

            SELECT REOPAC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO8.

            SELECT JANELA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO9.

            SELECT RELATORIO ASSIGN TO W-NOMEREL
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO7.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    OS REGISTROS TRAZEM SO AS CHAVES; O RESTO VAI INTEIRO NA
      *    DESCARGA E NA RECARGA
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
          03 FILLER           PIC X(18).
      *
       FD ATENDIM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ATENDIM.DAT".
       01 REGATENDIM.
          03 CHAVEATE.
             05 CRMATE        PIC 9(06).
             05 DATAATE       PIC 9(08).
             05 HORAATE       PIC 9(04).
             05 SEQATE        PIC 9(02).
          03 FILLER           PIC X(96).
          03 CPFATE           PIC 9(11).
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
          03 FILLER           PIC X(68).
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
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       01 REGCADMED.
                03 CRMMED            PIC 9(06).
                03 NOME              PIC X(30).
                03 FILLER            PIC X(54).
                03 STATUSREG         PIC X(01).
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
       FD REOAGE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AGENDA.REO".
       01 LINHA-REOAGE       PIC X(49).
      *
       FD REOATE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ATENDIM.REO".
       01 LINHA-REOATE       PIC X(127).
      *
       FD REOTIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TITULOS.REO".
       01 LINHA-REOTIT       PIC X(88).
      *
       FD REOPAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.REO".
       01 LINHA-REOPAC       PIC X(166).
      *
      *    JANELA DE MANUTENCAO DEFINIDA PELO SUPERVISOR, UMA LINHA:
      *    DATA (AAAAMMDD, ZEROS=TODA NOITE);HORA INICIAL;HORA FINAL
      *    (HHMM). SEM O ARQUIVO NAO HA REORGANIZACAO
       FD JANELA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VERIFIDX.CFG".
       01 REG-JANELA.
                03 JAN-DATA          PIC 9(08).
                03 FILLER            PIC X(01).
                03 JAN-HORAINI       PIC 9(04).
                03 FILLER            PIC X(01).
                03 JAN-HORAFIM       PIC 9(04).
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
       77 ST-ERRO7       PIC X(02) VALUE "00".
       77 ST-ERRO8       PIC X(02) VALUE "00".
       77 ST-ERRO9       PIC X(02) VALUE "00".
       77 W-EOF          PIC 9(01) VALUE ZEROS.
       77 W-JANELA       PIC 9(01) VALUE ZEROS.
       77 W-TEMALT       PIC 9(01) VALUE ZEROS.
       77 W-REORG        PIC 9(01) VALUE ZEROS.
       77 W-ERRPRI       PIC 9(01) VALUE ZEROS.
       77 W-ERRALT       PIC 9(01) VALUE ZEROS.
       77 W-ERRREO       PIC 9(01) VALUE ZEROS.
       77 W-FALHOU       PIC 9(01) VALUE ZEROS.
       77 W-QTDFALHA     PIC 9(02) VALUE ZEROS.
       77 W-QTDPRI       PIC 9(09) VALUE ZEROS.
       77 W-QTDALT       PIC 9(09) VALUE ZEROS.
       77 W-QTDDESC      PIC 9(09) VALUE ZEROS.
       77 W-QTDCARGA     PIC 9(09) VALUE ZEROS.
       77 W-ARQ          PIC X(08) VALUE SPACES.
       77 W-MOMENTO      PIC X(06) VALUE SPACES.
       77 W-OPER         PIC X(24) VALUE SPACES.
       77 W-STAT         PIC X(02) VALUE SPACES.
       77 W-CHAVEANT     PIC X(20) VALUE SPACES.
       77 W-CHAVEATU     PIC X(20) VALUE SPACES.
       77 W-DTHOJE       PIC 9(08) VALUE ZEROS.
       77 W-EDIT         PIC ZZZ.ZZZ.ZZ9.
       01 MENS           PIC X(50) VALUE SPACES.
       01 W-NOMEREL      PIC X(20) VALUE SPACES.
       01 W-HORAAGORA.
          03 W-HHMM      PIC 9(04).
          03 FILLER      PIC 9(04).

       01 LIN-CAB1.
          03 FILLER      PIC X(12) VALUE SPACES.
          03 FILLER      PIC X(40) VALUE
             "VERIFICACAO DOS ARQUIVOS INDEXADOS".
          03 FILLER      PIC X(05) VALUE "DIA: ".
          03 LC1-DATA    PIC 9(08).
       01 LIN-CAB2.
          03 FILLER      PIC X(26) VALUE "JANELA DE REORGANIZACAO: ".
          03 LC2-JAN     PIC X(30).
       01 LIN-CAB3.
          03 FILLER      PIC X(10) VALUE "ARQUIVO".
          03 FILLER      PIC X(08) VALUE "MOMENTO".
          03 FILLER      PIC X(12) VALUE "   PRIMARIA".
          03 FILLER      PIC X(12) VALUE "  ALTERNADA".
          03 FILLER      PIC X(12) VALUE "   DESCARGA".
          03 FILLER      PIC X(12) VALUE "    RECARGA".
       01 LIN-DET.
          03 LD-ARQ      PIC X(08).
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LD-MOM      PIC X(06).
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LD-PRI      PIC ZZZ.ZZZ.ZZ9.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-ALT      PIC X(11).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-DESC     PIC X(11).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-CARGA    PIC X(11).
       01 LIN-ANORM.
          03 FILLER      PIC X(04) VALUE SPACES.
          03 FILLER      PIC X(12) VALUE "* ANORMAL: ".
          03 LA-ARQ      PIC X(08).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LA-OPER     PIC X(24).
          03 FILLER      PIC X(08) VALUE " STATUS ".
          03 LA-STAT     PIC X(02).
       01 LIN-RES.
          03 LR-ARQ      PIC X(08).
          03 FILLER      PIC X(02) VALUE SPACES.
          03 FILLER      PIC X(11) VALUE "RESULTADO: ".
          03 LR-SIT      PIC X(40).
       01 LIN-TOT.
          03 FILLER      PIC X(28) VALUE "ARQUIVOS COM FALHA        :".
          03 LT-QTD      PIC Z9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD
           ACCEPT W-HORAAGORA FROM TIME
           STRING "VERIFIDX." W-DTHOJE DELIMITED BY SIZE
              INTO W-NOMEREL
           MOVE 0 TO RETURN-CODE.
       INC-OP0.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO7 NOT = "00"
              MOVE "* ERRO AO CRIAR RELATORIO *" TO MENS
              DISPLAY MENS
              MOVE 1 TO RETURN-CODE
              GO TO ROT-FIM1.
           PERFORM VER-JANELA THRU VER-JANELA-FIM
           MOVE W-DTHOJE TO LC1-DATA
           WRITE LINHA-REL FROM LIN-CAB1
           IF W-JANELA = 1
              MOVE "SIM - ARQUIVOS REORGANIZADOS" TO LC2-JAN
           ELSE
              MOVE "NAO - SO VERIFICACAO" TO LC2-JAN.
           WRITE LINHA-REL FROM LIN-CAB2
           WRITE LINHA-REL FROM SPACES
           WRITE LINHA-REL FROM LIN-CAB3.

       VER-PROC.
           PERFORM VER-AGE THRU VER-AGE-FIM
           PERFORM VER-ATE THRU VER-ATE-FIM
           PERFORM VER-TIT THRU VER-TIT-FIM
           PERFORM VER-PAC THRU VER-PAC-FIM
           PERFORM VER-MED THRU VER-MED-FIM
           PERFORM VER-CNV THRU VER-CNV-FIM.

       ROT-FIM.
           WRITE LINHA-REL FROM SPACES
           MOVE W-QTDFALHA TO LT-QTD
           WRITE LINHA-REL FROM LIN-TOT
           CLOSE RELATORIO
           IF W-QTDFALHA NOT = ZEROS
              MOVE 1 TO RETURN-CODE
              DISPLAY "*** FALHA NA VERIFICACAO DOS INDEXADOS - VER "
                      W-NOMEREL " ***"
           ELSE
              DISPLAY "*** ARQUIVOS INDEXADOS VERIFICADOS ***".
       ROT-FIM1.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.

      *-----------------------------------------------------------------
      *    A REORGANIZACAO SO RODA NA DATA E NO HORARIO DA JANELA;
      *    HORA FINAL MENOR QUE A INICIAL ATRAVESSA A MEIA-NOITE
       VER-JANELA.
           MOVE 0 TO W-JANELA
           OPEN INPUT JANELA
           IF ST-ERRO9 NOT = "00"
              GO TO VER-JANELA-FIM.
           READ JANELA
              AT END
                 CLOSE JANELA
                 GO TO VER-JANELA-FIM.
           CLOSE JANELA
           IF JAN-DATA NOT = ZEROS AND JAN-DATA NOT = W-DTHOJE
              GO TO VER-JANELA-FIM.
           IF JAN-HORAINI NOT > JAN-HORAFIM
              IF W-HHMM NOT < JAN-HORAINI AND
                 W-HHMM NOT > JAN-HORAFIM
                 MOVE 1 TO W-JANELA
              END-IF
           ELSE
              IF W-HHMM NOT < JAN-HORAINI OR
                 W-HHMM NOT > JAN-HORAFIM
                 MOVE 1 TO W-JANELA.
       VER-JANELA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    LINHA DE CONTAGEM DO ARQUIVO (ANTES OU DEPOIS DA RECARGA)
       VER-LINHA.
           MOVE W-ARQ TO LD-ARQ
           MOVE W-MOMENTO TO LD-MOM
           MOVE W-QTDPRI TO LD-PRI
           IF W-TEMALT = 1
              MOVE W-QTDALT TO W-EDIT
              MOVE W-EDIT TO LD-ALT
           ELSE
              MOVE "   SEM ALT." TO LD-ALT.
           MOVE SPACES TO LD-DESC LD-CARGA
           IF W-MOMENTO = "DEPOIS"
              MOVE W-QTDDESC TO W-EDIT
              MOVE W-EDIT TO LD-DESC
              MOVE W-QTDCARGA TO W-EDIT
              MOVE W-EDIT TO LD-CARGA.
           WRITE LINHA-REL FROM LIN-DET.
       VER-LINHA-FIM.
           EXIT.

      *    STATUS ANORMAL: VAI PARA O RELATORIO E PARA O CONSOLE
       VER-ANORMAL.
           MOVE W-ARQ TO LA-ARQ
           MOVE W-OPER TO LA-OPER
           MOVE W-STAT TO LA-STAT
           WRITE LINHA-REL FROM LIN-ANORM
           DISPLAY "* " W-ARQ " " W-OPER " STATUS " W-STAT.
       VER-ANORMAL-FIM.
           EXIT.

      *    RESULTADO DO ARQUIVO: TOTAIS DA PRIMARIA E DA ALTERNADA
      *    IGUAIS E, NA REORGANIZACAO, IGUAIS AOS DA DESCARGA
       VER-AVALIA.
           MOVE 0 TO W-FALHOU
           IF W-ERRPRI = 1 OR W-ERRALT = 1 OR W-ERRREO = 1
              MOVE 1 TO W-FALHOU.
           IF W-TEMALT = 1 AND W-QTDPRI NOT = W-QTDALT AND
              W-ERRPRI = 0 AND W-ERRALT = 0
              MOVE "TOTAIS DIVERGENTES" TO W-OPER
              MOVE "--" TO W-STAT
              PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM
              MOVE 1 TO W-FALHOU.
           IF W-REORG = 1 AND W-ERRREO = 0 AND
              W-QTDPRI NOT = W-QTDDESC
              MOVE "TOTAL APOS A RECARGA" TO W-OPER
              MOVE "--" TO W-STAT
              PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM
              MOVE 1 TO W-FALHOU.
           MOVE W-ARQ TO LR-ARQ
           IF W-FALHOU = 1
              ADD 1 TO W-QTDFALHA
              IF W-REORG = 1
                 MOVE "FALHA - DESCARGA PRESERVADA EM .REO" TO LR-SIT
              ELSE
                 MOVE "FALHA" TO LR-SIT
              END-IF
           ELSE
              IF W-REORG = 1
                 MOVE "OK - REORGANIZADO" TO LR-SIT
              ELSE
                 MOVE "OK" TO LR-SIT.
           WRITE LINHA-REL FROM LIN-RES.
       VER-AVALIA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       VER-AGE.
           MOVE "AGENDA" TO W-ARQ
           MOVE 1 TO W-TEMALT
           MOVE 0 TO W-REORG W-ERRREO W-QTDDESC W-QTDCARGA
           MOVE "ANTES" TO W-MOMENTO
           PERFORM CNT-AGE THRU CNT-AGE-FIM
           PERFORM VER-LINHA THRU VER-LINHA-FIM
           IF W-JANELA = 0 OR W-ERRPRI = 1
              GO TO VER-AGE1.
           MOVE 1 TO W-REORG
           PERFORM REO-AGE THRU REO-AGE-FIM
           IF W-ERRREO = 0
              MOVE "DEPOIS" TO W-MOMENTO
              PERFORM CNT-AGE THRU CNT-AGE-FIM
              PERFORM VER-LINHA THRU VER-LINHA-FIM.
       VER-AGE1.
           PERFORM VER-AVALIA THRU VER-AVALIA-FIM.
       VER-AGE-FIM.
           EXIT.

      *    CONTAGEM PELA CHAVE PRIMARIA E PELA ALTERNADA
       CNT-AGE.
           MOVE ZEROS TO W-QTDPRI W-QTDALT
           MOVE 0 TO W-ERRPRI W-ERRALT
           OPEN INPUT AGENDA
           IF ST-ERRO NOT = "00"
              MOVE "ABERTURA" TO W-OPER
              MOVE ST-ERRO TO W-STAT
              MOVE 1 TO W-ERRPRI
              PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM
              GO TO CNT-AGE-FIM.
           MOVE LOW-VALUES TO W-CHAVEANT
           MOVE ZEROS TO CHAVEAGE
           START AGENDA KEY IS NOT LESS THAN CHAVEAGE
           IF ST-ERRO = "00"
              MOVE 0 TO W-EOF
              PERFORM CNT-AGE1 THRU CNT-AGE1-FIM
                 UNTIL W-EOF = 1
           ELSE
              IF ST-ERRO NOT = "23"
                 MOVE "START PRIMARIA" TO W-OPER
                 MOVE ST-ERRO TO W-STAT
                 MOVE 1 TO W-ERRPRI
                 PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM.
           IF W-ERRPRI = 1
              GO TO CNT-AGE3.
           MOVE ZEROS TO CPFAGE
           START AGENDA KEY IS NOT LESS THAN CPFAGE
           IF ST-ERRO = "00"
              MOVE 0 TO W-EOF
              PERFORM CNT-AGE2 THRU CNT-AGE2-FIM
                 UNTIL W-EOF = 1
           ELSE
              IF ST-ERRO NOT = "23"
                 MOVE "START CPFAGE" TO W-OPER
                 MOVE ST-ERRO TO W-STAT
                 MOVE 1 TO W-ERRALT
                 PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM.
       CNT-AGE3.
           CLOSE AGENDA.
       CNT-AGE-FIM.
           EXIT.
       CNT-AGE1.
           READ AGENDA NEXT RECORD
           IF ST-ERRO = "10"
              MOVE 1 TO W-EOF
              GO TO CNT-AGE1-FIM.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "LEITURA PRIMARIA" TO W-OPER
              MOVE ST-ERRO TO W-STAT
              MOVE 1 TO W-ERRPRI W-EOF
              PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM
              GO TO CNT-AGE1-FIM.
           MOVE CHAVEAGE TO W-CHAVEATU
           IF W-CHAVEATU NOT > W-CHAVEANT
              MOVE "CHAVE FORA DE ORDEM" TO W-OPER
              MOVE ST-ERRO TO W-STAT
              MOVE 1 TO W-ERRPRI
              PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM.
           MOVE W-CHAVEATU TO W-CHAVEANT
           ADD 1 TO W-QTDPRI.
       CNT-AGE1-FIM.
           EXIT.
       CNT-AGE2.
           READ AGENDA NEXT RECORD
           IF ST-ERRO = "10"
              MOVE 1 TO W-EOF
              GO TO CNT-AGE2-FIM.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "LEITURA CPFAGE" TO W-OPER
              MOVE ST-ERRO TO W-STAT
              MOVE 1 TO W-ERRALT W-EOF
              PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM
              GO TO CNT-AGE2-FIM.
           ADD 1 TO W-QTDALT.
       CNT-AGE2-FIM.
           EXIT.

      *    DESCARGA PELA CHAVE PRIMARIA E RECARGA NO ARQUIVO
      *    RECRIADO; A DESCARGA SO E APAGADA NA PROXIMA JANELA
       REO-AGE.
           OPEN INPUT AGENDA
           IF ST-ERRO NOT = "00"
              MOVE "ABERTURA DESCARGA" TO W-OPER
              MOVE ST-ERRO TO W-STAT
              MOVE 1 TO W-ERRREO
              PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM
              GO TO REO-AGE-FIM.
           OPEN OUTPUT REOAGE
           IF ST-ERRO8 NOT = "00"
              MOVE "CRIACAO DE AGENDA.REO" TO W-OPER
              MOVE ST-ERRO8 TO W-STAT
              MOVE 1 TO W-ERRREO
              PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM
              CLOSE AGENDA
              GO TO REO-AGE-FIM.
           MOVE ZEROS TO CHAVEAGE
           START AGENDA KEY IS NOT LESS THAN CHAVEAGE
           MOVE 0 TO W-EOF
           IF ST-ERRO NOT = "00"
              MOVE 1 TO W-EOF.
           PERFORM REO-AGE1 THRU REO-AGE1-FIM
              UNTIL W-EOF = 1
           CLOSE AGENDA REOAGE
           IF W-QTDDESC NOT = W-QTDPRI
              MOVE "DESCARGA DIVERGENTE" TO W-OPER
              MOVE ST-ERRO TO W-STAT
              MOVE 1 TO W-ERRREO
              PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM
              GO TO REO-AGE-FIM.
           OPEN INPUT REOAGE
           IF ST-ERRO8 NOT = "00"
              MOVE "LEITURA DE AGENDA.REO" TO W-OPER
              MOVE ST-ERRO8 TO W-STAT
              MOVE 1 TO W-ERRREO
              PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM
              GO TO REO-AGE-FIM.
           OPEN OUTPUT AGENDA
           IF ST-ERRO NOT = "00"
              MOVE "RECRIACAO DO ARQUIVO" TO W-OPER
              MOVE ST-ERRO TO W-STAT
              MOVE 1 TO W-ERRREO
              PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM
              CLOSE REOAGE
              GO TO REO-AGE-FIM.
           MOVE 0 TO W-EOF
           PERFORM REO-AGE2 THRU REO-AGE2-FIM
              UNTIL W-EOF = 1
           CLOSE AGENDA REOAGE
           IF W-QTDCARGA NOT = W-QTDDESC
              MOVE "RECARGA DIVERGENTE" TO W-OPER
              MOVE ST-ERRO TO W-STAT
              MOVE 1 TO W-ERRREO
              PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM.
       REO-AGE-FIM.
           EXIT.
       REO-AGE1.
           READ AGENDA NEXT RECORD
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE 1 TO W-EOF
              GO TO REO-AGE1-FIM.
           WRITE LINHA-REOAGE FROM REGAGENDA
           ADD 1 TO W-QTDDESC.
       REO-AGE1-FIM.
           EXIT.
       REO-AGE2.
           READ REOAGE
              AT END
                 MOVE 1 TO W-EOF
                 GO TO REO-AGE2-FIM.
           WRITE REGAGENDA FROM LINHA-REOAGE
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "GRAVACAO NA RECARGA" TO W-OPER
              MOVE ST-ERRO TO W-STAT
              MOVE 1 TO W-ERRREO
              PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM
              GO TO REO-AGE2-FIM.
           ADD 1 TO W-QTDCARGA.
       REO-AGE2-FIM.
           EXIT.

      *-----------------------------------------------------------------
       VER-ATE.
           MOVE "ATENDIM" TO W-ARQ
           MOVE 1 TO W-TEMALT
           MOVE 0 TO W-REORG W-ERRREO W-QTDDESC W-QTDCARGA
           MOVE "ANTES" TO W-MOMENTO
           PERFORM CNT-ATE THRU CNT-ATE-FIM
           PERFORM VER-LINHA THRU VER-LINHA-FIM
           IF W-JANELA = 0 OR W-ERRPRI = 1
              GO TO VER-ATE1.
           MOVE 1 TO W-REORG
           PERFORM REO-ATE THRU REO-ATE-FIM
           IF W-ERRREO = 0
              MOVE "DEPOIS" TO W-MOMENTO
              PERFORM CNT-ATE THRU CNT-ATE-FIM
              PERFORM VER-LINHA THRU VER-LINHA-FIM.
       VER-ATE1.
           PERFORM VER-AVALIA THRU VER-AVALIA-FIM.
       VER-ATE-FIM.
           EXIT.

      *    CONTAGEM PELA CHAVE PRIMARIA E PELA ALTERNADA
       CNT-ATE.
           MOVE ZEROS TO W-QTDPRI W-QTDALT
           MOVE 0 TO W-ERRPRI W-ERRALT
           OPEN INPUT ATENDIM
           IF ST-ERRO2 NOT = "00"
              MOVE "ABERTURA" TO W-OPER
              MOVE ST-ERRO2 TO W-STAT
              MOVE 1 TO W-ERRPRI
              PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM
              GO TO CNT-ATE-FIM.
           MOVE LOW-VALUES TO W-CHAVEANT
           MOVE ZEROS TO CHAVEATE
           START ATENDIM KEY IS NOT LESS THAN CHAVEATE
           IF ST-ERRO2 = "00"
              MOVE 0 TO W-EOF
              PERFORM CNT-ATE1 THRU CNT-ATE1-FIM
                 UNTIL W-EOF = 1
           ELSE
              IF ST-ERRO2 NOT = "23"
                 MOVE "START PRIMARIA" TO W-OPER
                 MOVE ST-ERRO2 TO W-STAT
                 MOVE 1 TO W-ERRPRI
                 PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM.
           IF W-ERRPRI = 1
              GO TO CNT-ATE3.
           MOVE ZEROS TO CPFATE
           START ATENDIM KEY IS NOT LESS THAN CPFATE
           IF ST-ERRO2 = "00"
              MOVE 0 TO W-EOF
              PERFORM CNT-ATE2 THRU CNT-ATE2-FIM
                 UNTIL W-EOF = 1
           ELSE
              IF ST-ERRO2 NOT = "23"
                 MOVE "START CPFATE" TO W-OPER
                 MOVE ST-ERRO2 TO W-STAT
                 MOVE 1 TO W-ERRALT
                 PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM.
       CNT-ATE3.
           CLOSE ATENDIM.
       CNT-ATE-FIM.
           EXIT.
       CNT-ATE1.
           READ ATENDIM NEXT RECORD
           IF ST-ERRO2 = "10"
              MOVE 1 TO W-EOF
              GO TO CNT-ATE1-FIM.
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
              MOVE "LEITURA PRIMARIA" TO W-OPER
              MOVE ST-ERRO2 TO W-STAT
              MOVE 1 TO W-ERRPRI W-EOF
              PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM
              GO TO CNT-ATE1-FIM.
           MOVE CHAVEATE TO W-CHAVEATU
           IF W-CHAVEATU NOT > W-CHAVEANT
              MOVE "CHAVE FORA DE ORDEM" TO W-OPER
              MOVE ST-ERRO2 TO W-STAT
              MOVE 1 TO W-ERRPRI
              PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM.
           MOVE W-CHAVEATU TO W-CHAVEANT
           ADD 1 TO W-QTDPRI.
       CNT-ATE1-FIM.
           EXIT.
       CNT-ATE2.
           READ ATENDIM NEXT RECORD
           IF ST-ERRO2 = "10"
              MOVE 1 TO W-EOF
              GO TO CNT-ATE2-FIM.
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
              MOVE "LEITURA CPFATE" TO W-OPER
              MOVE ST-ERRO2 TO W-STAT
              MOVE 1 TO W-ERRALT W-EOF
              PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM
              GO TO CNT-ATE2-FIM.
           ADD 1 TO W-QTDALT.
       CNT-ATE2-FIM.
           EXIT.

      *    DESCARGA PELA CHAVE PRIMARIA E RECARGA NO ARQUIVO
      *    RECRIADO; A DESCARGA SO E APAGADA NA PROXIMA JANELA
       REO-ATE.
           OPEN INPUT ATENDIM
           IF ST-ERRO2 NOT = "00"
              MOVE "ABERTURA DESCARGA" TO W-OPER
              MOVE ST-ERRO2 TO W-STAT
              MOVE 1 TO W-ERRREO
              PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM
              GO TO REO-ATE-FIM.
           OPEN OUTPUT REOATE
           IF ST-ERRO8 NOT = "00"
              MOVE "CRIACAO DE ATENDIM.REO" TO W-OPER
              MOVE ST-ERRO8 TO W-STAT
              MOVE 1 TO W-ERRREO
              PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM
              CLOSE ATENDIM
              GO TO REO-ATE-FIM.
           MOVE ZEROS TO CHAVEATE
           START ATENDIM KEY IS NOT LESS THAN CHAVEATE
           MOVE 0 TO W-EOF
           IF ST-ERRO2 NOT = "00"
              MOVE 1 TO W-EOF.
           PERFORM REO-ATE1 THRU REO-ATE1-FIM
              UNTIL W-EOF = 1
           CLOSE ATENDIM REOATE
           IF W-QTDDESC NOT = W-QTDPRI
              MOVE "DESCARGA DIVERGENTE" TO W-OPER
              MOVE ST-ERRO2 TO W-STAT
              MOVE 1 TO W-ERRREO
              PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM
              GO TO REO-ATE-FIM.
           OPEN INPUT REOATE
           IF ST-ERRO8 NOT = "00"
              MOVE "LEITURA DE ATENDIM.REO" TO W-OPER
              MOVE ST-ERRO8 TO W-STAT
              MOVE 1 TO W-ERRREO
              PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM
              GO TO REO-ATE-FIM.
           OPEN OUTPUT ATENDIM
           IF ST-ERRO2 NOT = "00"
              MOVE "RECRIACAO DO ARQUIVO" TO W-OPER
              MOVE ST-ERRO2 TO W-STAT
              MOVE 1 TO W-ERRREO
              PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM
              CLOSE REOATE
              GO TO REO-ATE-FIM.
           MOVE 0 TO W-EOF
           PERFORM REO-ATE2 THRU REO-ATE2-FIM
              UNTIL W-EOF = 1
           CLOSE ATENDIM REOATE
           IF W-QTDCARGA NOT = W-QTDDESC
              MOVE "RECARGA DIVERGENTE" TO W-OPER
              MOVE ST-ERRO2 TO W-STAT
              MOVE 1 TO W-ERRREO
              PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM.
       REO-ATE-FIM.
           EXIT.
       REO-ATE1.
           READ ATENDIM NEXT RECORD
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
              MOVE 1 TO W-EOF
              GO TO REO-ATE1-FIM.
           WRITE LINHA-REOATE FROM REGATENDIM
           ADD 1 TO W-QTDDESC.
       REO-ATE1-FIM.
           EXIT.
       REO-ATE2.
           READ REOATE
              AT END
                 MOVE 1 TO W-EOF
                 GO TO REO-ATE2-FIM.
           WRITE REGATENDIM FROM LINHA-REOATE
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
              MOVE "GRAVACAO NA RECARGA" TO W-OPER
              MOVE ST-ERRO2 TO W-STAT
              MOVE 1 TO W-ERRREO
              PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM
              GO TO REO-ATE2-FIM.
           ADD 1 TO W-QTDCARGA.
       REO-ATE2-FIM.
           EXIT.

      *-----------------------------------------------------------------
       VER-TIT.
           MOVE "TITULOS" TO W-ARQ
           MOVE 0 TO W-TEMALT
           MOVE 0 TO W-REORG W-ERRREO W-QTDDESC W-QTDCARGA
           MOVE "ANTES" TO W-MOMENTO
           PERFORM CNT-TIT THRU CNT-TIT-FIM
           PERFORM VER-LINHA THRU VER-LINHA-FIM
           IF W-JANELA = 0 OR W-ERRPRI = 1
              GO TO VER-TIT1.
           MOVE 1 TO W-REORG
           PERFORM REO-TIT THRU REO-TIT-FIM
           IF W-ERRREO = 0
              MOVE "DEPOIS" TO W-MOMENTO
              PERFORM CNT-TIT THRU CNT-TIT-FIM
              PERFORM VER-LINHA THRU VER-LINHA-FIM.
       VER-TIT1.
           PERFORM VER-AVALIA THRU VER-AVALIA-FIM.
       VER-TIT-FIM.
           EXIT.

      *    CONTAGEM PELA CHAVE PRIMARIA
       CNT-TIT.
           MOVE ZEROS TO W-QTDPRI W-QTDALT
           MOVE 0 TO W-ERRPRI W-ERRALT
           OPEN INPUT TITULOS
           IF ST-ERRO3 NOT = "00"
              MOVE "ABERTURA" TO W-OPER
              MOVE ST-ERRO3 TO W-STAT
              MOVE 1 TO W-ERRPRI
              PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM
              GO TO CNT-TIT-FIM.
           MOVE LOW-VALUES TO W-CHAVEANT
           MOVE ZEROS TO CHAVETIT
           START TITULOS KEY IS NOT LESS THAN CHAVETIT
           IF ST-ERRO3 = "00"
              MOVE 0 TO W-EOF
              PERFORM CNT-TIT1 THRU CNT-TIT1-FIM
                 UNTIL W-EOF = 1
           ELSE
              IF ST-ERRO3 NOT = "23"
                 MOVE "START PRIMARIA" TO W-OPER
                 MOVE ST-ERRO3 TO W-STAT
                 MOVE 1 TO W-ERRPRI
                 PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM.
           CLOSE TITULOS.
       CNT-TIT-FIM.
           EXIT.
       CNT-TIT1.
           READ TITULOS NEXT RECORD
           IF ST-ERRO3 = "10"
              MOVE 1 TO W-EOF
              GO TO CNT-TIT1-FIM.
           IF ST-ERRO3 NOT = "00" AND ST-ERRO3 NOT = "02"
              MOVE "LEITURA PRIMARIA" TO W-OPER
              MOVE ST-ERRO3 TO W-STAT
              MOVE 1 TO W-ERRPRI W-EOF
              PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM
              GO TO CNT-TIT1-FIM.
           MOVE CHAVETIT TO W-CHAVEATU
           IF W-CHAVEATU NOT > W-CHAVEANT
              MOVE "CHAVE FORA DE ORDEM" TO W-OPER
              MOVE ST-ERRO3 TO W-STAT
              MOVE 1 TO W-ERRPRI
              PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM.
           MOVE W-CHAVEATU TO W-CHAVEANT
           ADD 1 TO W-QTDPRI.
       CNT-TIT1-FIM.
           EXIT.

      *    DESCARGA PELA CHAVE PRIMARIA E RECARGA NO ARQUIVO
      *    RECRIADO; A DESCARGA SO E APAGADA NA PROXIMA JANELA
       REO-TIT.
           OPEN INPUT TITULOS
           IF ST-ERRO3 NOT = "00"
              MOVE "ABERTURA DESCARGA" TO W-OPER
              MOVE ST-ERRO3 TO W-STAT
              MOVE 1 TO W-ERRREO
              PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM
              GO TO REO-TIT-FIM.
           OPEN OUTPUT REOTIT
           IF ST-ERRO8 NOT = "00"
              MOVE "CRIACAO DE TITULOS.REO" TO W-OPER
              MOVE ST-ERRO8 TO W-STAT
              MOVE 1 TO W-ERRREO
              PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM
              CLOSE TITULOS
              GO TO REO-TIT-FIM.
           MOVE ZEROS TO CHAVETIT
           START TITULOS KEY IS NOT LESS THAN CHAVETIT
           MOVE 0 TO W-EOF
           IF ST-ERRO3 NOT = "00"
              MOVE 1 TO W-EOF.
           PERFORM REO-TIT1 THRU REO-TIT1-FIM
              UNTIL W-EOF = 1
           CLOSE TITULOS REOTIT
           IF W-QTDDESC NOT = W-QTDPRI
              MOVE "DESCARGA DIVERGENTE" TO W-OPER
              MOVE ST-ERRO3 TO W-STAT
              MOVE 1 TO W-ERRREO
              PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM
              GO TO REO-TIT-FIM.
           OPEN INPUT REOTIT
           IF ST-ERRO8 NOT = "00"
              MOVE "LEITURA DE TITULOS.REO" TO W-OPER
              MOVE ST-ERRO8 TO W-STAT
              MOVE 1 TO W-ERRREO
              PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM
              GO TO REO-TIT-FIM.
           OPEN OUTPUT TITULOS
           IF ST-ERRO3 NOT = "00"
              MOVE "RECRIACAO DO ARQUIVO" TO W-OPER
              MOVE ST-ERRO3 TO W-STAT
              MOVE 1 TO W-ERRREO
              PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM
              CLOSE REOTIT
              GO TO REO-TIT-FIM.
           MOVE 0 TO W-EOF
           PERFORM REO-TIT2 THRU REO-TIT2-FIM
              UNTIL W-EOF = 1
           CLOSE TITULOS REOTIT
           IF W-QTDCARGA NOT = W-QTDDESC
              MOVE "RECARGA DIVERGENTE" TO W-OPER
              MOVE ST-ERRO3 TO W-STAT
              MOVE 1 TO W-ERRREO
              PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM.
       REO-TIT-FIM.
           EXIT.
       REO-TIT1.
           READ TITULOS NEXT RECORD
           IF ST-ERRO3 NOT = "00" AND ST-ERRO3 NOT = "02"
              MOVE 1 TO W-EOF
              GO TO REO-TIT1-FIM.
           WRITE LINHA-REOTIT FROM REGTITULOS
           ADD 1 TO W-QTDDESC.
       REO-TIT1-FIM.
           EXIT.
       REO-TIT2.
           READ REOTIT
              AT END
                 MOVE 1 TO W-EOF
                 GO TO REO-TIT2-FIM.
           WRITE REGTITULOS FROM LINHA-REOTIT
           IF ST-ERRO3 NOT = "00" AND ST-ERRO3 NOT = "02"
              MOVE "GRAVACAO NA RECARGA" TO W-OPER
              MOVE ST-ERRO3 TO W-STAT
              MOVE 1 TO W-ERRREO
              PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM
              GO TO REO-TIT2-FIM.
           ADD 1 TO W-QTDCARGA.
       REO-TIT2-FIM.
           EXIT.

      *-----------------------------------------------------------------
       VER-PAC.
           MOVE "CADPACI" TO W-ARQ
           MOVE 1 TO W-TEMALT
           MOVE 0 TO W-REORG W-ERRREO W-QTDDESC W-QTDCARGA
           MOVE "ANTES" TO W-MOMENTO
           PERFORM CNT-PAC THRU CNT-PAC-FIM
           PERFORM VER-LINHA THRU VER-LINHA-FIM
           IF W-JANELA = 0 OR W-ERRPRI = 1
              GO TO VER-PAC1.
           MOVE 1 TO W-REORG
           PERFORM REO-PAC THRU REO-PAC-FIM
           IF W-ERRREO = 0
              MOVE "DEPOIS" TO W-MOMENTO
              PERFORM CNT-PAC THRU CNT-PAC-FIM
              PERFORM VER-LINHA THRU VER-LINHA-FIM.
       VER-PAC1.
           PERFORM VER-AVALIA THRU VER-AVALIA-FIM.
       VER-PAC-FIM.
           EXIT.

      *    CONTAGEM PELA CHAVE PRIMARIA E PELA ALTERNADA
       CNT-PAC.
           MOVE ZEROS TO W-QTDPRI W-QTDALT
           MOVE 0 TO W-ERRPRI W-ERRALT
           OPEN INPUT CADPACI
           IF ST-ERRO4 NOT = "00"
              MOVE "ABERTURA" TO W-OPER
              MOVE ST-ERRO4 TO W-STAT
              MOVE 1 TO W-ERRPRI
              PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM
              GO TO CNT-PAC-FIM.
           MOVE LOW-VALUES TO W-CHAVEANT
           MOVE ZEROS TO CPF
           START CADPACI KEY IS NOT LESS THAN CPF
           IF ST-ERRO4 = "00"
              MOVE 0 TO W-EOF
              PERFORM CNT-PAC1 THRU CNT-PAC1-FIM
                 UNTIL W-EOF = 1
           ELSE
              IF ST-ERRO4 NOT = "23"
                 MOVE "START PRIMARIA" TO W-OPER
                 MOVE ST-ERRO4 TO W-STAT
                 MOVE 1 TO W-ERRPRI
                 PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM.
           IF W-ERRPRI = 1
              GO TO CNT-PAC3.
           MOVE LOW-VALUES TO NOMEPACI
           START CADPACI KEY IS NOT LESS THAN NOMEPACI
           IF ST-ERRO4 = "00"
              MOVE 0 TO W-EOF
              PERFORM CNT-PAC2 THRU CNT-PAC2-FIM
                 UNTIL W-EOF = 1
           ELSE
              IF ST-ERRO4 NOT = "23"
                 MOVE "START NOMEPACI" TO W-OPER
                 MOVE ST-ERRO4 TO W-STAT
                 MOVE 1 TO W-ERRALT
                 PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM.
       CNT-PAC3.
           CLOSE CADPACI.
       CNT-PAC-FIM.
           EXIT.
       CNT-PAC1.
           READ CADPACI NEXT RECORD
           IF ST-ERRO4 = "10"
              MOVE 1 TO W-EOF
              GO TO CNT-PAC1-FIM.
           IF ST-ERRO4 NOT = "00" AND ST-ERRO4 NOT = "02"
              MOVE "LEITURA PRIMARIA" TO W-OPER
              MOVE ST-ERRO4 TO W-STAT
              MOVE 1 TO W-ERRPRI W-EOF
              PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM
              GO TO CNT-PAC1-FIM.
           MOVE CPF TO W-CHAVEATU
           IF W-CHAVEATU NOT > W-CHAVEANT
              MOVE "CHAVE FORA DE ORDEM" TO W-OPER
              MOVE ST-ERRO4 TO W-STAT
              MOVE 1 TO W-ERRPRI
              PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM.
           MOVE W-CHAVEATU TO W-CHAVEANT
           ADD 1 TO W-QTDPRI.
       CNT-PAC1-FIM.
           EXIT.
       CNT-PAC2.
           READ CADPACI NEXT RECORD
           IF ST-ERRO4 = "10"
              MOVE 1 TO W-EOF
              GO TO CNT-PAC2-FIM.
           IF ST-ERRO4 NOT = "00" AND ST-ERRO4 NOT = "02"
              MOVE "LEITURA NOMEPACI" TO W-OPER
              MOVE ST-ERRO4 TO W-STAT
              MOVE 1 TO W-ERRALT W-EOF
              PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM
              GO TO CNT-PAC2-FIM.
           ADD 1 TO W-QTDALT.
       CNT-PAC2-FIM.
           EXIT.

      *    DESCARGA PELA CHAVE PRIMARIA E RECARGA NO ARQUIVO
      *    RECRIADO; A DESCARGA SO E APAGADA NA PROXIMA JANELA
       REO-PAC.
           OPEN INPUT CADPACI
           IF ST-ERRO4 NOT = "00"
              MOVE "ABERTURA DESCARGA" TO W-OPER
              MOVE ST-ERRO4 TO W-STAT
              MOVE 1 TO W-ERRREO
              PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM
              GO TO REO-PAC-FIM.
           OPEN OUTPUT REOPAC
           IF ST-ERRO8 NOT = "00"
              MOVE "CRIACAO DE CADPACI.REO" TO W-OPER
              MOVE ST-ERRO8 TO W-STAT
              MOVE 1 TO W-ERRREO
              PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM
              CLOSE CADPACI
              GO TO REO-PAC-FIM.
           MOVE ZEROS TO CPF
           START CADPACI KEY IS NOT LESS THAN CPF
           MOVE 0 TO W-EOF
           IF ST-ERRO4 NOT = "00"
              MOVE 1 TO W-EOF.
           PERFORM REO-PAC1 THRU REO-PAC1-FIM
              UNTIL W-EOF = 1
           CLOSE CADPACI REOPAC
           IF W-QTDDESC NOT = W-QTDPRI
              MOVE "DESCARGA DIVERGENTE" TO W-OPER
              MOVE ST-ERRO4 TO W-STAT
              MOVE 1 TO W-ERRREO
              PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM
              GO TO REO-PAC-FIM.
           OPEN INPUT REOPAC
           IF ST-ERRO8 NOT = "00"
              MOVE "LEITURA DE CADPACI.REO" TO W-OPER
              MOVE ST-ERRO8 TO W-STAT
              MOVE 1 TO W-ERRREO
              PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM
              GO TO REO-PAC-FIM.
           OPEN OUTPUT CADPACI
           IF ST-ERRO4 NOT = "00"
              MOVE "RECRIACAO DO ARQUIVO" TO W-OPER
              MOVE ST-ERRO4 TO W-STAT
              MOVE 1 TO W-ERRREO
              PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM
              CLOSE REOPAC
              GO TO REO-PAC-FIM.
           MOVE 0 TO W-EOF
           PERFORM REO-PAC2 THRU REO-PAC2-FIM
              UNTIL W-EOF = 1
           CLOSE CADPACI REOPAC
           IF W-QTDCARGA NOT = W-QTDDESC
              MOVE "RECARGA DIVERGENTE" TO W-OPER
              MOVE ST-ERRO4 TO W-STAT
              MOVE 1 TO W-ERRREO
              PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM.
       REO-PAC-FIM.
           EXIT.
       REO-PAC1.
           READ CADPACI NEXT RECORD
           IF ST-ERRO4 NOT = "00" AND ST-ERRO4 NOT = "02"
              MOVE 1 TO W-EOF
              GO TO REO-PAC1-FIM.
           WRITE LINHA-REOPAC FROM REGCADPACI
           ADD 1 TO W-QTDDESC.
       REO-PAC1-FIM.
           EXIT.
       REO-PAC2.
           READ REOPAC
              AT END
                 MOVE 1 TO W-EOF
                 GO TO REO-PAC2-FIM.
           WRITE REGCADPACI FROM LINHA-REOPAC
           IF ST-ERRO4 NOT = "00" AND ST-ERRO4 NOT = "02"
              MOVE "GRAVACAO NA RECARGA" TO W-OPER
              MOVE ST-ERRO4 TO W-STAT
              MOVE 1 TO W-ERRREO
              PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM
              GO TO REO-PAC2-FIM.
           ADD 1 TO W-QTDCARGA.
       REO-PAC2-FIM.
           EXIT.

      *-----------------------------------------------------------------
       VER-MED.
           MOVE "CADMED" TO W-ARQ
           MOVE 1 TO W-TEMALT
           MOVE 0 TO W-REORG W-ERRREO W-QTDDESC W-QTDCARGA
           MOVE "ANTES" TO W-MOMENTO
           PERFORM CNT-MED THRU CNT-MED-FIM
           PERFORM VER-LINHA THRU VER-LINHA-FIM.
       VER-MED1.
           PERFORM VER-AVALIA THRU VER-AVALIA-FIM.
       VER-MED-FIM.
           EXIT.

      *    CONTAGEM PELA CHAVE PRIMARIA E PELA ALTERNADA
       CNT-MED.
           MOVE ZEROS TO W-QTDPRI W-QTDALT
           MOVE 0 TO W-ERRPRI W-ERRALT
           OPEN INPUT CADMED
           IF ST-ERRO5 NOT = "00"
              MOVE "ABERTURA" TO W-OPER
              MOVE ST-ERRO5 TO W-STAT
              MOVE 1 TO W-ERRPRI
              PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM
              GO TO CNT-MED-FIM.
           MOVE LOW-VALUES TO W-CHAVEANT
           MOVE ZEROS TO CRMMED
           START CADMED KEY IS NOT LESS THAN CRMMED
           IF ST-ERRO5 = "00"
              MOVE 0 TO W-EOF
              PERFORM CNT-MED1 THRU CNT-MED1-FIM
                 UNTIL W-EOF = 1
           ELSE
              IF ST-ERRO5 NOT = "23"
                 MOVE "START PRIMARIA" TO W-OPER
                 MOVE ST-ERRO5 TO W-STAT
                 MOVE 1 TO W-ERRPRI
                 PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM.
           IF W-ERRPRI = 1
              GO TO CNT-MED3.
           MOVE LOW-VALUES TO NOME OF REGCADMED
           START CADMED KEY IS NOT LESS THAN NOME OF REGCADMED
           IF ST-ERRO5 = "00"
              MOVE 0 TO W-EOF
              PERFORM CNT-MED2 THRU CNT-MED2-FIM
                 UNTIL W-EOF = 1
           ELSE
              IF ST-ERRO5 NOT = "23"
                 MOVE "START NOME" TO W-OPER
                 MOVE ST-ERRO5 TO W-STAT
                 MOVE 1 TO W-ERRALT
                 PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM.
       CNT-MED3.
           CLOSE CADMED.
       CNT-MED-FIM.
           EXIT.
       CNT-MED1.
           READ CADMED NEXT RECORD
           IF ST-ERRO5 = "10"
              MOVE 1 TO W-EOF
              GO TO CNT-MED1-FIM.
           IF ST-ERRO5 NOT = "00" AND ST-ERRO5 NOT = "02"
              MOVE "LEITURA PRIMARIA" TO W-OPER
              MOVE ST-ERRO5 TO W-STAT
              MOVE 1 TO W-ERRPRI W-EOF
              PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM
              GO TO CNT-MED1-FIM.
           MOVE CRMMED TO W-CHAVEATU
           IF W-CHAVEATU NOT > W-CHAVEANT
              MOVE "CHAVE FORA DE ORDEM" TO W-OPER
              MOVE ST-ERRO5 TO W-STAT
              MOVE 1 TO W-ERRPRI
              PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM.
           MOVE W-CHAVEATU TO W-CHAVEANT
           ADD 1 TO W-QTDPRI.
       CNT-MED1-FIM.
           EXIT.
       CNT-MED2.
           READ CADMED NEXT RECORD
           IF ST-ERRO5 = "10"
              MOVE 1 TO W-EOF
              GO TO CNT-MED2-FIM.
           IF ST-ERRO5 NOT = "00" AND ST-ERRO5 NOT = "02"
              MOVE "LEITURA NOME" TO W-OPER
              MOVE ST-ERRO5 TO W-STAT
              MOVE 1 TO W-ERRALT W-EOF
              PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM
              GO TO CNT-MED2-FIM.
           ADD 1 TO W-QTDALT.
       CNT-MED2-FIM.
           EXIT.

      *-----------------------------------------------------------------
       VER-CNV.
           MOVE "CADCONV" TO W-ARQ
           MOVE 1 TO W-TEMALT
           MOVE 0 TO W-REORG W-ERRREO W-QTDDESC W-QTDCARGA
           MOVE "ANTES" TO W-MOMENTO
           PERFORM CNT-CNV THRU CNT-CNV-FIM
           PERFORM VER-LINHA THRU VER-LINHA-FIM.
       VER-CNV1.
           PERFORM VER-AVALIA THRU VER-AVALIA-FIM.
       VER-CNV-FIM.
           EXIT.

      *    CONTAGEM PELA CHAVE PRIMARIA E PELA ALTERNADA
       CNT-CNV.
           MOVE ZEROS TO W-QTDPRI W-QTDALT
           MOVE 0 TO W-ERRPRI W-ERRALT
           OPEN INPUT CADCONV
           IF ST-ERRO6 NOT = "00"
              MOVE "ABERTURA" TO W-OPER
              MOVE ST-ERRO6 TO W-STAT
              MOVE 1 TO W-ERRPRI
              PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM
              GO TO CNT-CNV-FIM.
           MOVE LOW-VALUES TO W-CHAVEANT
           MOVE ZEROS TO CODIGO
           START CADCONV KEY IS NOT LESS THAN CODIGO
           IF ST-ERRO6 = "00"
              MOVE 0 TO W-EOF
              PERFORM CNT-CNV1 THRU CNT-CNV1-FIM
                 UNTIL W-EOF = 1
           ELSE
              IF ST-ERRO6 NOT = "23"
                 MOVE "START PRIMARIA" TO W-OPER
                 MOVE ST-ERRO6 TO W-STAT
                 MOVE 1 TO W-ERRPRI
                 PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM.
           IF W-ERRPRI = 1
              GO TO CNT-CNV3.
           MOVE LOW-VALUES TO NOME OF REGCADCONV
           START CADCONV KEY IS NOT LESS THAN NOME OF REGCADCONV
           IF ST-ERRO6 = "00"
              MOVE 0 TO W-EOF
              PERFORM CNT-CNV2 THRU CNT-CNV2-FIM
                 UNTIL W-EOF = 1
           ELSE
              IF ST-ERRO6 NOT = "23"
                 MOVE "START NOME" TO W-OPER
                 MOVE ST-ERRO6 TO W-STAT
                 MOVE 1 TO W-ERRALT
                 PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM.
       CNT-CNV3.
           CLOSE CADCONV.
       CNT-CNV-FIM.
           EXIT.
       CNT-CNV1.
           READ CADCONV NEXT RECORD
           IF ST-ERRO6 = "10"
              MOVE 1 TO W-EOF
              GO TO CNT-CNV1-FIM.
           IF ST-ERRO6 NOT = "00" AND ST-ERRO6 NOT = "02"
              MOVE "LEITURA PRIMARIA" TO W-OPER
              MOVE ST-ERRO6 TO W-STAT
              MOVE 1 TO W-ERRPRI W-EOF
              PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM
              GO TO CNT-CNV1-FIM.
           MOVE CODIGO TO W-CHAVEATU
           IF W-CHAVEATU NOT > W-CHAVEANT
              MOVE "CHAVE FORA DE ORDEM" TO W-OPER
              MOVE ST-ERRO6 TO W-STAT
              MOVE 1 TO W-ERRPRI
              PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM.
           MOVE W-CHAVEATU TO W-CHAVEANT
           ADD 1 TO W-QTDPRI.
       CNT-CNV1-FIM.
           EXIT.
       CNT-CNV2.
           READ CADCONV NEXT RECORD
           IF ST-ERRO6 = "10"
              MOVE 1 TO W-EOF
              GO TO CNT-CNV2-FIM.
           IF ST-ERRO6 NOT = "00" AND ST-ERRO6 NOT = "02"
              MOVE "LEITURA NOME" TO W-OPER
              MOVE ST-ERRO6 TO W-STAT
              MOVE 1 TO W-ERRALT W-EOF
              PERFORM VER-ANORMAL THRU VER-ANORMAL-FIM
              GO TO CNT-CNV2-FIM.
           ADD 1 TO W-QTDALT.
       CNT-CNV2-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    02 = CHAVE ALTERNADA DUPLICADA (NORMAL)
      *    10 = FIM DE ARQUIVO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
