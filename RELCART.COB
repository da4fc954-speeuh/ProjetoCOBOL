       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCART.
      *AUTHOR. LUCAS ALVES VIEIRA.
      ********************************************************
      * CARTEIRINHAS A VENCER (SEMANAL) *
      * VARRE A AGENDA E, PARA CADA CONSULTA MARCADA PELO *
      * CONVENIO NOS PROXIMOS 7 DIAS, CONFERE A CARTEIRINHA *
      * DO PACIENTE (CARTPAC): LISTA AS VENCIDAS, AS QUE *
      * VENCEM ATE 30 DIAS DEPOIS DE HOJE E OS PACIENTES SEM *
      * CARTEIRINHA DO CONVENIO, COM O TELEFONE PARA A *
      * RECEPCAO PEDIR A RENOVACAO ANTES DA CONSULTA *
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

            SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS NOMEPACI
                                    WITH DUPLICATES.

            SELECT CARTPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CARCPF
                    FILE STATUS  IS ST-ERRO4.

            SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.
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
             05 DATACONS.
                07 DIA        PIC 9(02).
                07 MES        PIC 9(02).
                07 ANO        PIC 9(04).
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
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGCADPACI.
          03 CPF            PIC 9(11).
          03 NOMEPACI       PIC X(30).
          03 FILLER         PIC X(68).
          03 TELEFONE       OCCURS 3 TIMES.
             05 TIPOTEL     PIC X(01).
             05 NUMTEL      PIC 9(11).
          03 FILLER         PIC X(20).
          03 STATUSREG      PIC X(01).
      *
       FD CARTPAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CARTPAC.DAT".
       01 REGCARTPAC.
                03 CARCPF            PIC 9(11).
                03 CARCONV           PIC 9(04).
                03 CARNUM            PIC X(20).
                03 CARVALID.
                   05 CARVDIA        PIC 9(02).
                   05 CARVMES        PIC 9(02).
                   05 CARVANO        PIC 9(04).
                03 CARADESAO         PIC 9(08).
                03 STATUSREG         PIC X(01).
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
       77 W-EOF-AGE      PIC 9(01) VALUE ZEROS.
       77 W-QTDVENC      PIC 9(06) VALUE ZEROS.
       77 W-QTDAVENC     PIC 9(06) VALUE ZEROS.
       77 W-QTDSEM       PIC 9(06) VALUE ZEROS.
       77 W-CONVPARTIC   PIC 9(04) VALUE 0001.
      *    JANELA DA AGENDA E PRAZO DE AVISO DO VENCIMENTO (DIAS)
       77 W-DIASAGE      PIC 9(03) VALUE 007.
       77 W-DIASVENC     PIC 9(03) VALUE 030.
       77 W-SERHOJE      PIC 9(07) VALUE ZEROS.
       77 W-SERCONS      PIC 9(07) VALUE ZEROS.
       77 W-SERVALID     PIC 9(07) VALUE ZEROS.
       77 W-DIFDIAS      PIC S9(07) VALUE ZEROS.
       77 W-DTHOJE       PIC 9(08) VALUE ZEROS.
       01 MENS           PIC X(50) VALUE SPACES.
      *    DIAS CORRIDOS DA DATA W-CDATA (AAAAMMDD)
       77 W-SERIAL       PIC 9(07) VALUE ZEROS.
       77 W-ALEAP        PIC 9(04) VALUE ZEROS.
       77 W-Q4           PIC 9(04) VALUE ZEROS.
       77 W-Q100         PIC 9(04) VALUE ZEROS.
       77 W-Q400         PIC 9(04) VALUE ZEROS.
       01 W-CDATA.
          03 W-CANO      PIC 9(04).
          03 W-CMES      PIC 9(02).
          03 W-CDIA      PIC 9(02).
      *    DIAS ACUMULADOS NO INICIO DE CADA MES
       01 TAB-CUMD.
          03 FILLER      PIC 9(03) VALUE 000.
          03 FILLER      PIC 9(03) VALUE 031.
          03 FILLER      PIC 9(03) VALUE 059.
          03 FILLER      PIC 9(03) VALUE 090.
          03 FILLER      PIC 9(03) VALUE 120.
          03 FILLER      PIC 9(03) VALUE 151.
          03 FILLER      PIC 9(03) VALUE 181.
          03 FILLER      PIC 9(03) VALUE 212.
          03 FILLER      PIC 9(03) VALUE 243.
          03 FILLER      PIC 9(03) VALUE 273.
          03 FILLER      PIC 9(03) VALUE 304.
          03 FILLER      PIC 9(03) VALUE 334.
       01 TAB-CUMD-R REDEFINES TAB-CUMD.
          03 TCU-DIAS    PIC 9(03) OCCURS 12 TIMES.

       01 LIN-CAB1.
          03 FILLER      PIC X(20) VALUE SPACES.
          03 FILLER      PIC X(30) VALUE
             "CARTEIRINHAS A VENCER".
          03 FILLER      PIC X(05) VALUE "DIA: ".
          03 LC1-DATA    PIC 9(08).
       01 LIN-CAB2.
          03 FILLER      PIC X(11) VALUE "CONSULTA".
          03 FILLER      PIC X(23) VALUE "PACIENTE".
          03 FILLER      PIC X(12) VALUE "TELEFONE".
          03 FILLER      PIC X(05) VALUE "CONV".
          03 FILLER      PIC X(11) VALUE "VALIDADE".
          03 FILLER      PIC X(16) VALUE "SITUACAO".
       01 LIN-DET.
          03 LD-DATA     PIC 99.99.9999.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-NOME     PIC X(22).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-TEL      PIC 9(11).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-CONV     PIC 9(04).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-VALID    PIC 99.99.9999.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-SIT      PIC X(16).
       01 LIN-TOT1.
          03 FILLER      PIC X(28) VALUE "CARTEIRINHAS VENCIDAS     :".
          03 LT1-QTD     PIC ZZZ.ZZ9.
       01 LIN-TOT2.
          03 FILLER      PIC X(28) VALUE "CARTEIRINHAS A VENCER     :".
          03 LT2-QTD     PIC ZZZ.ZZ9.
       01 LIN-TOT3.
          03 FILLER      PIC X(28) VALUE "PACIENTES SEM CARTEIRINHA :".
          03 LT3-QTD     PIC ZZZ.ZZ9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-OP0.
           OPEN INPUT AGENDA
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO AGENDA NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              GO TO ROT-FIMS.
       INC-OP1.
           OPEN INPUT CADPACI
           IF ST-ERRO2 NOT = "00"
              MOVE "* ARQUIVO CADPACI NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              CLOSE AGENDA
              GO TO ROT-FIMS.
       INC-OP2.
           OPEN INPUT CARTPAC
           IF ST-ERRO4 NOT = "00"
              MOVE "* ARQUIVO CARTPAC NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              CLOSE AGENDA CADPACI
              GO TO ROT-FIMS.
       INC-OP3.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO3 NOT = "00"
              MOVE "* ERRO AO CRIAR RELATORIO *" TO MENS
              DISPLAY MENS
              CLOSE AGENDA CADPACI CARTPAC
              GO TO ROT-FIMS.
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD
           MOVE W-DTHOJE TO LC1-DATA W-CDATA
           PERFORM CAL-SERIAL THRU CAL-SERIAL-FIM
           MOVE W-SERIAL TO W-SERHOJE
           WRITE LINHA-REL FROM LIN-CAB1
           WRITE LINHA-REL FROM SPACES
           WRITE LINHA-REL FROM LIN-CAB2.

       CAR-PROC.
           PERFORM CAR-CONSULTA THRU CAR-CONSULTA-FIM
              UNTIL W-EOF-AGE = 1.
           WRITE LINHA-REL FROM SPACES
           MOVE W-QTDVENC TO LT1-QTD
           WRITE LINHA-REL FROM LIN-TOT1
           MOVE W-QTDAVENC TO LT2-QTD
           WRITE LINHA-REL FROM LIN-TOT2
           MOVE W-QTDSEM TO LT3-QTD
           WRITE LINHA-REL FROM LIN-TOT3.

       ROT-FIM.
           CLOSE AGENDA CADPACI CARTPAC RELATORIO.
           DISPLAY "CARTEIRINHAS: VENCIDAS " W-QTDVENC
                   " A VENCER " W-QTDAVENC " SEM " W-QTDSEM.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.

      *-----------------------------------------------------------------
      *    CONSULTA MARCADA PELO CONVENIO DENTRO DA JANELA DA AGENDA
       CAR-CONSULTA.
           READ AGENDA NEXT RECORD
              AT END
                 MOVE 1 TO W-EOF-AGE
                 GO TO CAR-CONSULTA-FIM.
           IF STATUSAGE NOT = "A" OR CONVPACI = W-CONVPARTIC
              GO TO CAR-CONSULTA-FIM.
           MOVE ANO TO W-CANO
           MOVE MES TO W-CMES
           MOVE DIA TO W-CDIA
           PERFORM CAL-SERIAL THRU CAL-SERIAL-FIM
           MOVE W-SERIAL TO W-SERCONS
           IF W-SERCONS < W-SERHOJE OR
              W-SERCONS > W-SERHOJE + W-DIASAGE
              GO TO CAR-CONSULTA-FIM.
           MOVE DATACONS TO LD-DATA
           MOVE CONVPACI TO LD-CONV
           MOVE CPFAGE TO CARCPF
           READ CARTPAC
           IF ST-ERRO4 NOT = "00" OR CARCONV NOT = CONVPACI OR
              STATUSREG OF REGCARTPAC = "I"
              ADD 1 TO W-QTDSEM
              MOVE ZEROS TO LD-VALID
              MOVE "SEM CARTEIRINHA" TO LD-SIT
              GO TO CAR-IMPRIME.
           IF CARVALID = ZEROS
              GO TO CAR-CONSULTA-FIM.
           MOVE CARVANO TO W-CANO
           MOVE CARVMES TO W-CMES
           MOVE CARVDIA TO W-CDIA
           PERFORM CAL-SERIAL THRU CAL-SERIAL-FIM
           MOVE W-SERIAL TO W-SERVALID
           COMPUTE W-DIFDIAS = W-SERVALID - W-SERHOJE
           IF W-DIFDIAS > W-DIASVENC
              GO TO CAR-CONSULTA-FIM.
           MOVE CARVALID TO LD-VALID
           IF W-SERVALID < W-SERCONS
              ADD 1 TO W-QTDVENC
              MOVE "VENCE ANTES" TO LD-SIT
              IF W-DIFDIAS < 0
                 MOVE "VENCIDA" TO LD-SIT
              END-IF
           ELSE
              ADD 1 TO W-QTDAVENC
              MOVE "A VENCER" TO LD-SIT.
       CAR-IMPRIME.
           MOVE CPFAGE TO CPF
           READ CADPACI KEY IS CPF
           IF ST-ERRO2 = "00"
              MOVE NOMEPACI TO LD-NOME
              MOVE NUMTEL(1) TO LD-TEL
           ELSE
              MOVE "(SEM CADASTRO)" TO LD-NOME
              MOVE ZEROS TO LD-TEL.
           WRITE LINHA-REL FROM LIN-DET.
       CAR-CONSULTA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    DIAS CORRIDOS DA DATA W-CDATA (AAAAMMDD) EM W-SERIAL
       CAL-SERIAL.
           MOVE W-CANO TO W-ALEAP
           IF W-CMES < 3
              SUBTRACT 1 FROM W-ALEAP
           END-IF
           DIVIDE W-ALEAP BY 4 GIVING W-Q4
           DIVIDE W-ALEAP BY 100 GIVING W-Q100
           DIVIDE W-ALEAP BY 400 GIVING W-Q400
           COMPUTE W-SERIAL = (W-CANO * 365) + W-Q4 - W-Q100 +
                   W-Q400 + TCU-DIAS(W-CMES) + W-CDIA.
       CAL-SERIAL-FIM.
           EXIT.
      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
