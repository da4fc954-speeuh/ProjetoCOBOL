       IDENTIFICATION DIVISION.
       PROGRAM-ID. PESQSAT.
      *AUTHOR. LUCAS ALVES VIEIRA.
      ********************************************************
      * ENVIO DA PESQUISA DE SATISFACAO POS-CONSULTA *
      * BATCH NOTURNO NO ESPIRITO DO LEMBRETE: LE AS CONSULTAS *
      * REALIZADAS ("R") DO DIA ANTERIOR NA AGENDA, JUNTA OS *
      * TELEFONES E EMAIL DO PACIENTE, O MEDICO E A UNIDADE E *
      * GERA O ARQUIVO DE ENVIO PARA O FORNECEDOR DA PESQUISA. *
      * CADA CONSULTA ENVIADA FICA REGISTRADA NO PESQUISA *
      * (CHAVE DA CONSULTA) PARA O RESPSAT CASAR AS RESPOSTAS; *
      * NUMA REEXECUCAO A CONSULTA JA ENVIADA NAO SAI DE NOVO *
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
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEPACI
                                    WITH DUPLICATES.

            SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRMMED
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME OF REGCADMED
                                    WITH DUPLICATES.

            SELECT CADUNI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UNICOD
                    FILE STATUS  IS ST-ERRO6.

            SELECT PESQUISA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPSQ
                    FILE STATUS  IS ST-ERRO3.

            SELECT ENVIO ASSIGN TO W-NOMEENV
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO2.
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
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGCADPACI.
          03 CPF            PIC 9(11).
          03 NOMEPACI       PIC X(30).
          03 EMAIL          PIC X(30).
          03 FILLER         PIC X(38).
          03 TELEFONE       OCCURS 3 TIMES.
             05 TIPOTEL     PIC X(01).
             05 NUMTEL      PIC 9(11).
          03 FILLER         PIC X(20).
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
       FD CADUNI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNI.DAT".
       01 REGCADUNI.
                03 UNICOD            PIC 9(02).
                03 UNINOME           PIC X(30).
                03 UNIENDER          PIC X(40).
                03 STATUSREG         PIC X(01).
      *
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
       FD ENVIO
               LABEL RECORD IS STANDARD.
       01 LINHA-ENV          PIC X(201).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-ERRO2       PIC X(02) VALUE "00".
       77 ST-ERRO3       PIC X(02) VALUE "00".
       77 ST-ERRO6       PIC X(02) VALUE "00".
       77 W-CTLUNI       PIC 9(01) VALUE ZEROS.
       77 W-EOF-AGE      PIC 9(01) VALUE ZEROS.
       77 W-QTDENV       PIC 9(06) VALUE ZEROS.
       77 W-QTDJAENV     PIC 9(06) VALUE ZEROS.
       01 MENS           PIC X(50) VALUE SPACES.
       01 W-NOMEENV      PIC X(21) VALUE SPACES.
       01 W-DATAALVO.
          03 W-DIAALVO   PIC 9(02).
          03 W-MESALVO   PIC 9(02).
          03 W-ANOALVO   PIC 9(04).
       01 W-DTHOJE.
          03 W-ANOHOJE   PIC 9(04).
          03 W-MESHOJE   PIC 9(02).
          03 W-DIAHOJE   PIC 9(02).
       01 W-DATAARQ.
          03 W-ANOARQ    PIC 9(04).
          03 W-MESARQ    PIC 9(02).
          03 W-DIAARQ    PIC 9(02).
       77 W-ULTDIA       PIC 9(02) VALUE ZEROS.
       77 W-RESTO4       PIC 9(04) VALUE ZEROS.
       77 W-RESTO100     PIC 9(04) VALUE ZEROS.
       77 W-RESTO400     PIC 9(04) VALUE ZEROS.
       77 W-QUOC         PIC 9(04) VALUE ZEROS.

      *    LINHA DE ENVIO: A CHAVE DA CONSULTA (CRM, DATA, HORA E
      *    ENCAIXE) VOLTA NO ARQUIVO DE RESPOSTAS DO FORNECEDOR
       01 ENV-DET.
          03 EV-CRM      PIC 9(06).
          03 FILLER      PIC X(01) VALUE ";".
          03 EV-DATA     PIC 9(08).
          03 FILLER      PIC X(01) VALUE ";".
          03 EV-HORA     PIC 9(04).
          03 FILLER      PIC X(01) VALUE ";".
          03 EV-SEQ      PIC 9(02).
          03 FILLER      PIC X(01) VALUE ";".
          03 EV-NOMEMED  PIC X(30).
          03 FILLER      PIC X(01) VALUE ";".
          03 EV-CPF      PIC 9(11).
          03 FILLER      PIC X(01) VALUE ";".
          03 EV-NOMEPAC  PIC X(30).
          03 FILLER      PIC X(01) VALUE ";".
          03 EV-TEL      OCCURS 3 TIMES.
             05 EV-TIPO  PIC X(01).
             05 FILLER   PIC X(01) VALUE ";".
             05 EV-NUM   PIC 9(11).
             05 FILLER   PIC X(01) VALUE ";".
          03 EV-EMAIL    PIC X(30).
          03 FILLER      PIC X(01) VALUE ";".
          03 EV-UNIDADE  PIC X(30).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *    SEM O CADASTRO DE UNIDADES O NOME DA UNIDADE SAI EM BRANCO
           OPEN INPUT CADUNI
           IF ST-ERRO6 = "00"
              MOVE 1 TO W-CTLUNI.
           PERFORM CAL-ONTEM THRU CAL-ONTEM-FIM
           MOVE W-ANOALVO TO W-ANOARQ
           MOVE W-MESALVO TO W-MESARQ
           MOVE W-DIAALVO TO W-DIAARQ
           STRING "PESQSAT.DAT." W-DATAARQ DELIMITED BY SIZE
              INTO W-NOMEENV.
       INC-OP0.
           OPEN INPUT AGENDA
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO AGENDA NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              GO TO ROT-FIMS.
       INC-OP1.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO CADPACI NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              CLOSE AGENDA
              GO TO ROT-FIMS.
       INC-OP2.
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO CADMED NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              CLOSE AGENDA CADPACI
              GO TO ROT-FIMS.
       INC-OP3.
           OPEN I-O PESQUISA
           IF ST-ERRO3 NOT = "00"
              IF ST-ERRO3 = "30" OR ST-ERRO3 = "35"
                 OPEN OUTPUT PESQUISA
                 CLOSE PESQUISA
                 OPEN I-O PESQUISA
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO PESQUISA" TO MENS
                 DISPLAY MENS
                 CLOSE AGENDA CADPACI CADMED
                 GO TO ROT-FIMS.
       INC-OP4.
           OPEN OUTPUT ENVIO
           IF ST-ERRO2 NOT = "00"
              MOVE "* ERRO AO CRIAR ARQUIVO DE ENVIO *" TO MENS
              DISPLAY MENS
              CLOSE AGENDA CADPACI CADMED PESQUISA
              GO TO ROT-FIMS.

       PSQ-PROC.
           PERFORM PSQ-CONSULTA THRU PSQ-CONSULTA-FIM
              UNTIL W-EOF-AGE = 1.

       ROT-FIM.
           IF W-CTLUNI = 1
              CLOSE CADUNI
           END-IF
           CLOSE AGENDA CADPACI CADMED PESQUISA ENVIO.
           DISPLAY "PESQUISAS GERADAS: " W-QTDENV " EM " W-NOMEENV.
           IF W-QTDJAENV NOT = ZEROS
              DISPLAY "JA ENVIADAS ANTES (IGNORADAS): " W-QTDJAENV.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.

      *-----------------------------------------------------------------
       PSQ-CONSULTA.
           READ AGENDA NEXT RECORD
              AT END
                 MOVE 1 TO W-EOF-AGE
                 GO TO PSQ-CONSULTA-FIM.
           IF DATACONS NOT = W-DATAALVO
              GO TO PSQ-CONSULTA-FIM.
           IF STATUSAGE NOT = "R"
              GO TO PSQ-CONSULTA-FIM.
      *    PACIENTES EXCLUIDOS (SOFT-DELETE) NAO RECEBEM A PESQUISA
           MOVE CPFAGE TO CPF
           READ CADPACI KEY IS CPF
           IF ST-ERRO NOT = "00"
              GO TO PSQ-CONSULTA-FIM.
           IF STATUSREG OF REGCADPACI = "I"
              GO TO PSQ-CONSULTA-FIM.
      *    O REGISTRO NO PESQUISA VEM ANTES: CONSULTA JA ENVIADA
      *    (REEXECUCAO DA NOITE) NAO VAI DUAS VEZES AO PACIENTE
           MOVE CRM       TO PSQCRM
           MOVE DATACONS  TO PSQDATA
           MOVE HORACONS  TO PSQHORA
           MOVE SEQENC    TO PSQSEQ
           MOVE CPFAGE    TO PSQCPF
           MOVE CONVPACI  TO PSQCONV
           MOVE UNIDAGE   TO PSQUNID
           MOVE W-DTHOJE  TO PSQDTENV
           MOVE "E"       TO PSQSIT
           MOVE ZEROS     TO PSQNOTA PSQDTRESP
           MOVE SPACES    TO PSQCOMENT
           WRITE REGPESQUISA
           IF ST-ERRO3 = "22"
              ADD 1 TO W-QTDJAENV
              GO TO PSQ-CONSULTA-FIM.
           IF ST-ERRO3 NOT = "00" AND ST-ERRO3 NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO PESQUISA" TO MENS
              DISPLAY MENS
              MOVE 1 TO W-EOF-AGE
              GO TO PSQ-CONSULTA-FIM.
           PERFORM PSQ-GRAVA THRU PSQ-GRAVA-FIM.
       PSQ-CONSULTA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       PSQ-GRAVA.
           MOVE CRM TO EV-CRM
           MOVE DATACONS TO EV-DATA
           MOVE HORACONS TO EV-HORA
           MOVE SEQENC TO EV-SEQ
           MOVE CRM TO CRMMED
           READ CADMED KEY IS CRMMED
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO NOME OF REGCADMED.
           MOVE NOME OF REGCADMED TO EV-NOMEMED
           MOVE CPF TO EV-CPF
           MOVE NOMEPACI TO EV-NOMEPAC
           MOVE TIPOTEL(1) TO EV-TIPO(1)
           MOVE NUMTEL(1)  TO EV-NUM(1)
           MOVE TIPOTEL(2) TO EV-TIPO(2)
           MOVE NUMTEL(2)  TO EV-NUM(2)
           MOVE TIPOTEL(3) TO EV-TIPO(3)
           MOVE NUMTEL(3)  TO EV-NUM(3)
           MOVE EMAIL TO EV-EMAIL
           MOVE SPACES TO EV-UNIDADE
           IF W-CTLUNI = 1 AND UNIDAGE NOT = ZEROS
              MOVE UNIDAGE TO UNICOD
              READ CADUNI
              IF ST-ERRO6 = "00"
                 MOVE UNINOME TO EV-UNIDADE
              END-IF
           END-IF
           WRITE LINHA-ENV FROM ENV-DET
           ADD 1 TO W-QTDENV.
       PSQ-GRAVA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    DIA ANTERIOR A HOJE, TRATANDO VIRADAS DE MES E ANO
       CAL-ONTEM.
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD
           MOVE W-DIAHOJE TO W-DIAALVO
           MOVE W-MESHOJE TO W-MESALVO
           MOVE W-ANOHOJE TO W-ANOALVO
           IF W-DIAALVO > 01
              SUBTRACT 1 FROM W-DIAALVO
              GO TO CAL-ONTEM-FIM.
           IF W-MESALVO = 01
              MOVE 12 TO W-MESALVO
              SUBTRACT 1 FROM W-ANOALVO
           ELSE
              SUBTRACT 1 FROM W-MESALVO.
           PERFORM CAL-ULTDIA THRU CAL-ULTDIA-FIM
           MOVE W-ULTDIA TO W-DIAALVO.
       CAL-ONTEM-FIM.
           EXIT.

       CAL-ULTDIA.
           IF W-MESALVO = 01 OR W-MESALVO = 03 OR W-MESALVO = 05 OR
              W-MESALVO = 07 OR W-MESALVO = 08 OR W-MESALVO = 10 OR
              W-MESALVO = 12
              MOVE 31 TO W-ULTDIA
              GO TO CAL-ULTDIA-FIM.
           IF W-MESALVO NOT = 02
              MOVE 30 TO W-ULTDIA
              GO TO CAL-ULTDIA-FIM.
           DIVIDE W-ANOALVO BY 4 GIVING W-QUOC
                   REMAINDER W-RESTO4
           DIVIDE W-ANOALVO BY 100 GIVING W-QUOC
                   REMAINDER W-RESTO100
           DIVIDE W-ANOALVO BY 400 GIVING W-QUOC
                   REMAINDER W-RESTO400
           IF (W-RESTO4 = 0 AND W-RESTO100 NOT = 0) OR W-RESTO400 = 0
              MOVE 29 TO W-ULTDIA
           ELSE
              MOVE 28 TO W-ULTDIA.
       CAL-ULTDIA-FIM.
           EXIT.
      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
