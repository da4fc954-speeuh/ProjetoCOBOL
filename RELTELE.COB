       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELTELE.
      *AUTHOR. LUCAS ALVES VIEIRA.
      ********************************************************
      * RELATORIO MENSAL DE TELECONSULTAS *
      * LE O TELECON DAS CONSULTAS DO MES INFORMADO, BUSCA NA *
      * AGENDA A SITUACAO E O CONVENIO DE CADA UMA E TOTALIZA *
      * POR MEDICO E POR CONVENIO: AGENDADAS, REALIZADAS (COM *
      * CONEXAO DO PACIENTE), FALTAS, CANCELADAS E A TAXA DE *
      * COMPARECIMENTO *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT TELECON ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVETEL
                    FILE STATUS  IS ST-ERRO.

            SELECT AGENDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEAGE
                    FILE STATUS  IS ST-ERRO4
                    ALTERNATE RECORD KEY IS CPFAGE
                                    WITH DUPLICATES.

            SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRMMED
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS NOME OF REGCADMED
                                    WITH DUPLICATES.

            SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION  IS INDEXED
                    ACCESS MODE   IS DYNAMIC
                    RECORD KEY    IS CODIGO
                    FILE STATUS   IS ST-ERRO5.

            SELECT RELATORIO ASSIGN TO W-NOMEREL
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD TELECON
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TELECON.DAT".
       01 REGTELECON.
                03 CHAVETEL.
                   05 TELCRM            PIC 9(06).
                   05 TELDATA.
                      07 TELDIA         PIC 9(02).
                      07 TELMES         PIC 9(02).
                      07 TELANO         PIC 9(04).
                   05 TELHORA           PIC 9(04).
                   05 TELSEQ            PIC 9(02).
                03 TELCPF               PIC 9(11).
                03 TELLINK              PIC X(60).
                03 TELHRPAC             PIC 9(04).
                03 TELHRMED             PIC 9(04).
                03 FILLER               PIC X(20).
      *
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
                03 TPPLANO           PIC 9(02).
                03 FILLER            PIC X(22).
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
       77 ST-ERRO5       PIC X(02) VALUE "00".
       77 W-CTLCONV      PIC 9(01) VALUE ZEROS.
       77 W-EOF-TEL      PIC 9(01) VALUE ZEROS.
       77 W-CRMANT       PIC 9(06) VALUE ZEROS.
       77 W-CONV         PIC 9(04) VALUE ZEROS.
       77 IND            PIC 9(03) VALUE ZEROS.
       77 W-ACHOU        PIC 9(01) VALUE ZEROS.
       77 W-AVISOTAB     PIC 9(01) VALUE ZEROS.
       77 W-QTDCONV      PIC 9(03) VALUE ZEROS.
       77 W-QTDSAGE      PIC 9(06) VALUE ZEROS.
       77 W-TAXA         PIC 9(03) VALUE ZEROS.
       77 W-BASE         PIC 9(06) VALUE ZEROS.
       77 W-DTHOJE       PIC 9(08) VALUE ZEROS.
       77 W-DTCONS       PIC 9(08) VALUE ZEROS.
       01 MENS           PIC X(50) VALUE SPACES.
       01 W-NOMEREL      PIC X(20) VALUE SPACES.
       01 W-ANOMES.
          03 W-ANOSEL    PIC 9(04).
          03 W-MESSEL    PIC 9(02).

      *    CONTADORES DE UM GRUPO (MEDICO, CONVENIO OU GERAL) PARA
      *    A LINHA DO RELATORIO
       01 W-GRUPO.
          03 W-GAGE      PIC 9(06).
          03 W-GREA      PIC 9(06).
          03 W-GFAL      PIC 9(06).
          03 W-GCAN      PIC 9(06).
       01 TOT-MED.
          03 TM-AGE      PIC 9(06).
          03 TM-REA      PIC 9(06).
          03 TM-FAL      PIC 9(06).
          03 TM-CAN      PIC 9(06).
       01 TOT-GER.
          03 TG-AGE      PIC 9(06).
          03 TG-REA      PIC 9(06).
          03 TG-FAL      PIC 9(06).
          03 TG-CAN      PIC 9(06).
      *    POR CONVENIO (ATE 500)
       01 TAB-CONV.
          03 TC-ITEM     OCCURS 500 TIMES.
             05 TC-CONV  PIC 9(04).
             05 TC-AGE   PIC 9(06).
             05 TC-REA   PIC 9(06).
             05 TC-FAL   PIC 9(06).
             05 TC-CAN   PIC 9(06).

       01 LIN-CAB1.
          03 FILLER      PIC X(12) VALUE SPACES.
          03 FILLER      PIC X(40) VALUE
             "TELECONSULTAS DO MES".
          03 FILLER      PIC X(09) VALUE "PERIODO: ".
          03 LC1-MES     PIC 9(02).
          03 FILLER      PIC X(01) VALUE "/".
          03 LC1-ANO     PIC 9(04).
       01 LIN-SECAO.
          03 LS-TITULO   PIC X(44).
       01 LIN-CAB2.
          03 FILLER      PIC X(38) VALUE SPACES.
          03 FILLER      PIC X(07) VALUE " AGEND.".
          03 FILLER      PIC X(07) VALUE " REAL.".
          03 FILLER      PIC X(07) VALUE " FALTAS".
          03 FILLER      PIC X(07) VALUE " CANC.".
          03 FILLER      PIC X(05) VALUE " TX%".
       01 LIN-DET.
          03 LD-COD      PIC 9(06).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-NOME     PIC X(30).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-AGE      PIC ZZZ.ZZ9.
          03 LD-REA      PIC ZZZ.ZZ9.
          03 LD-FAL      PIC ZZZ.ZZ9.
          03 LD-CAN      PIC ZZZ.ZZ9.
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LD-TAXA     PIC ZZ9.
       01 LIN-TOT1.
          03 FILLER      PIC X(28) VALUE
             "SEM CONSULTA NA AGENDA    :".
          03 LT1-QTD     PIC ZZZ.ZZ9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "RELATORIO MENSAL DE TELECONSULTAS"
           DISPLAY "INFORME O PERIODO (AAAAMM): "
           ACCEPT W-ANOMES
           IF W-MESSEL < 01 OR W-MESSEL > 12
              DISPLAY "*** PERIODO INVALIDO ***"
              GO TO ROT-FIMS.
           STRING "RELTELE." W-ANOMES DELIMITED BY SIZE
              INTO W-NOMEREL.
           MOVE ZEROS TO TOT-MED TOT-GER TAB-CONV.
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD.
       INC-OP0.
           OPEN INPUT TELECON
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO TELECON NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              GO TO ROT-FIMS.
       INC-OP1.
           OPEN INPUT AGENDA
           IF ST-ERRO4 NOT = "00"
              MOVE "* ARQUIVO AGENDA NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              CLOSE TELECON
              GO TO ROT-FIMS.
       INC-OP2.
           OPEN INPUT CADMED
           IF ST-ERRO2 NOT = "00"
              MOVE "* ARQUIVO CADMED NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              CLOSE TELECON AGENDA
              GO TO ROT-FIMS.
      *    SEM O CADCONV AS LINHAS DE CONVENIO SAEM SO COM O CODIGO
           OPEN INPUT CADCONV
           IF ST-ERRO5 = "00"
              MOVE 1 TO W-CTLCONV.
       INC-OP3.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO3 NOT = "00"
              MOVE "* ERRO AO CRIAR RELATORIO *" TO MENS
              DISPLAY MENS
              CLOSE TELECON AGENDA CADMED
              GO TO ROT-FIMS.
           MOVE W-MESSEL TO LC1-MES
           MOVE W-ANOSEL TO LC1-ANO
           WRITE LINHA-REL FROM LIN-CAB1
           WRITE LINHA-REL FROM SPACES
           MOVE "TELECONSULTAS POR MEDICO" TO LS-TITULO
           WRITE LINHA-REL FROM LIN-SECAO
           WRITE LINHA-REL FROM LIN-CAB2.

      *    ACUMULA E IMPRIME OS MEDICOS (ORDEM DO CRM), DEPOIS O
      *    QUADRO POR CONVENIO
       REL-PROC.
           PERFORM REL-TELECON THRU REL-TELECON-FIM
              UNTIL W-EOF-TEL = 1.
           IF W-CRMANT NOT = ZEROS
              PERFORM REL-MEDICO THRU REL-MEDICO-FIM.
           MOVE 0 TO LD-COD
           MOVE "TOTAL GERAL" TO LD-NOME
           MOVE TOT-GER TO W-GRUPO
           PERFORM REL-LINHA THRU REL-LINHA-FIM
           PERFORM REL-CONVENIO THRU REL-CONVENIO-FIM.
           IF W-QTDSAGE NOT = ZEROS
              WRITE LINHA-REL FROM SPACES
              MOVE W-QTDSAGE TO LT1-QTD
              WRITE LINHA-REL FROM LIN-TOT1.

       ROT-FIM.
           IF W-CTLCONV = 1
              CLOSE CADCONV
           END-IF
           CLOSE TELECON AGENDA CADMED RELATORIO.
           DISPLAY "TELECONSULTAS: " TG-AGE
                   " REALIZADAS: " TG-REA
                   " FALTAS: " TG-FAL " EM " W-NOMEREL.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.

      *-----------------------------------------------------------------
      *    TELECONSULTAS DO MES: NA TROCA DE CRM IMPRIME O MEDICO
      *    ANTERIOR; A SITUACAO VEM DA AGENDA. REALIZADA E A QUE O
      *    PACIENTE CONECTOU (CHEGOU OU REALIZADA NA AGENDA); FALTA
      *    E A NAO COMPARECIDA OU A QUE FICOU AGENDADA SEM CONEXAO
      *    EM DIA JA PASSADO. A AINDA POR VIR SO CONTA EM AGENDADAS
       REL-TELECON.
           READ TELECON NEXT RECORD
              AT END
                 MOVE 1 TO W-EOF-TEL
                 GO TO REL-TELECON-FIM.
           IF TELANO NOT = W-ANOSEL OR TELMES NOT = W-MESSEL
              GO TO REL-TELECON-FIM.
           MOVE CHAVETEL TO CHAVEAGE
           READ AGENDA
           IF ST-ERRO4 NOT = "00"
              ADD 1 TO W-QTDSAGE
              GO TO REL-TELECON-FIM.
           IF TELCRM NOT = W-CRMANT AND W-CRMANT NOT = ZEROS
              PERFORM REL-MEDICO THRU REL-MEDICO-FIM.
           MOVE TELCRM TO W-CRMANT
           MOVE CONVPACI TO W-CONV
           MOVE ZEROS TO W-GRUPO
           COMPUTE W-DTCONS = (TELANO * 10000) + (TELMES * 100) +
                   TELDIA
           ADD 1 TO W-GAGE
           IF STATUSAGE = "C" OR STATUSAGE = "R"
              ADD 1 TO W-GREA
           ELSE
              IF STATUSAGE = "N"
                 ADD 1 TO W-GFAL
              ELSE
                 IF STATUSAGE = "A"
                    IF W-DTCONS < W-DTHOJE
                       ADD 1 TO W-GFAL
                    END-IF
                 ELSE
                    ADD 1 TO W-GCAN.
           ADD W-GAGE TO TM-AGE TG-AGE
           ADD W-GREA TO TM-REA TG-REA
           ADD W-GFAL TO TM-FAL TG-FAL
           ADD W-GCAN TO TM-CAN TG-CAN
           PERFORM REL-ACUCONV THRU REL-ACUCONV-FIM.
       REL-TELECON-FIM.
           EXIT.

      *    PROCURA O CONVENIO DA CONSULTA NA TABELA E ACUMULA
       REL-ACUCONV.
           MOVE 0 TO W-ACHOU
           MOVE 1 TO IND
           IF W-QTDCONV > ZEROS
              PERFORM REL-PROCONV THRU REL-PROCONV-FIM
                 UNTIL IND > W-QTDCONV OR W-ACHOU = 1.
           IF W-ACHOU = 0
      *    TABELA ESGOTADA: AVISA NO CONSOLE EM VEZ DE DEIXAR O
      *    QUADRO POR CONVENIO SAIR INCOMPLETO EM SILENCIO
              IF W-QTDCONV NOT < 500
                 IF W-AVISOTAB = 0
                    DISPLAY "*** TABELA DE CONVENIOS ESGOTADA - "
                            "QUADRO INCOMPLETO, CONFERIR ***"
                    MOVE 1 TO W-AVISOTAB
                 END-IF
                 GO TO REL-ACUCONV-FIM
              END-IF
              ADD 1 TO W-QTDCONV
              MOVE W-QTDCONV TO IND
              MOVE W-CONV TO TC-CONV(IND).
           ADD W-GAGE TO TC-AGE(IND)
           ADD W-GREA TO TC-REA(IND)
           ADD W-GFAL TO TC-FAL(IND)
           ADD W-GCAN TO TC-CAN(IND).
       REL-ACUCONV-FIM.
           EXIT.
       REL-PROCONV.
           IF TC-CONV(IND) = W-CONV
              MOVE 1 TO W-ACHOU
           ELSE
              ADD 1 TO IND.
       REL-PROCONV-FIM.
           EXIT.

      *    LINHA DO MEDICO W-CRMANT E ZERA O ACUMULADO DELE
       REL-MEDICO.
           MOVE W-CRMANT TO CRMMED LD-COD
           READ CADMED KEY IS CRMMED
           IF ST-ERRO2 NOT = "00"
              MOVE "(NAO CADASTRADO)" TO NOME OF REGCADMED.
           MOVE NOME OF REGCADMED TO LD-NOME
           MOVE TOT-MED TO W-GRUPO
           PERFORM REL-LINHA THRU REL-LINHA-FIM
           MOVE ZEROS TO TOT-MED.
       REL-MEDICO-FIM.
           EXIT.

      *    QUADRO POR CONVENIO
       REL-CONVENIO.
           WRITE LINHA-REL FROM SPACES
           MOVE "TELECONSULTAS POR CONVENIO" TO LS-TITULO
           WRITE LINHA-REL FROM LIN-SECAO
           WRITE LINHA-REL FROM LIN-CAB2
           PERFORM REL-CONVENIO1 THRU REL-CONVENIO1-FIM
              VARYING IND FROM 1 BY 1 UNTIL IND > W-QTDCONV.
       REL-CONVENIO-FIM.
           EXIT.
       REL-CONVENIO1.
           MOVE TC-CONV(IND) TO LD-COD
           MOVE SPACES TO LD-NOME
           IF W-CTLCONV = 1
              MOVE TC-CONV(IND) TO CODIGO
              READ CADCONV KEY IS CODIGO
              IF ST-ERRO5 = "00"
                 MOVE NOME OF REGCADCONV TO LD-NOME.
           MOVE TC-AGE(IND) TO W-GAGE
           MOVE TC-REA(IND) TO W-GREA
           MOVE TC-FAL(IND) TO W-GFAL
           MOVE TC-CAN(IND) TO W-GCAN
           PERFORM REL-LINHA THRU REL-LINHA-FIM.
       REL-CONVENIO1-FIM.
           EXIT.

      *    IMPRIME O GRUPO W-GRUPO: A TAXA DE COMPARECIMENTO E SOBRE
      *    AS NAO CANCELADAS (REALIZADAS MAIS FALTAS)
       REL-LINHA.
           MOVE W-GAGE TO LD-AGE
           MOVE W-GREA TO LD-REA
           MOVE W-GFAL TO LD-FAL
           MOVE W-GCAN TO LD-CAN
           MOVE ZEROS TO W-TAXA
           COMPUTE W-BASE = W-GREA + W-GFAL
           IF W-BASE > ZEROS
              COMPUTE W-TAXA ROUNDED = (W-GREA * 100) / W-BASE.
           MOVE W-TAXA TO LD-TAXA
           WRITE LINHA-REL FROM LIN-DET.
       REL-LINHA-FIM.
           EXIT.
      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
