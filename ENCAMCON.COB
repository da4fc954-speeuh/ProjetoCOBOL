       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCAMCON.
      *AUTHOR. LUCAS ALVES VIEIRA.
      ********************************************************
      * ACOMPANHAMENTO DOS ENCAMINHAMENTOS (BATCH SEMANAL) *
      * PARA CADA ENCAMINHAMENTO PENDENTE DO ENCAMIN (GRAVADO *
      * NO ATENDIM) PROCURA NA AGENDA, PELO CPF, CONSULTA *
      * MARCADA A PARTIR DA DATA DO ENCAMINHAMENTO COM MEDICO *
      * DA ESPECIALIDADE DE DESTINO (CADMED). ACHANDO, MARCA *
      * O ENCAMINHAMENTO COMO AGENDADO; SENAO O PACIENTE ENTRA *
      * NA LISTA DE CONVOCACAO, POR PRIORIDADE, COM O *
      * TELEFONE. A LISTA SAI EM ENCAMCON.AAAAMMDD *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT ENCAMIN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEENC
                    FILE STATUS  IS ST-ERRO.

            SELECT AGENDA ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CHAVEAGE
                      FILE STATUS  IS ST-ERRO2
                      ALTERNATE RECORD KEY IS CPFAGE
                                    WITH DUPLICATES.

            SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRMMED
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS NOME OF REGCADMED
                                    WITH DUPLICATES.

            SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO4
                    ALTERNATE RECORD KEY IS NOMEPACI
                                    WITH DUPLICATES.

            SELECT LOOKUP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LKCHAVE
                    FILE STATUS  IS ST-ERRO5.

            SELECT RELATORIO ASSIGN TO W-NOMEREL
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO6.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ENCAMIN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ENCAMIN.DAT".
       01 REGENCAMIN.
          03 CHAVEENC.
             05 ENCCRM        PIC 9(06).
             05 ENCDATA       PIC 9(08).
             05 ENCHORA       PIC 9(04).
             05 ENCSEQ        PIC 9(02).
             05 ENCITEM       PIC 9(01).
          03 ENCCPF           PIC 9(11).
          03 ENCESPEC         PIC 9(02).
          03 ENCPRIOR         PIC X(01).
          03 ENCCID           PIC X(04).
          03 ENCMOTIVO        PIC X(30).
          03 ENCSIT           PIC X(01).
          03 ENCCRMAGE        PIC 9(06).
          03 ENCDTAGE         PIC 9(08).
          03 ENCQTDCONV       PIC 9(02).
      *    ENCPRIOR: U=URGENTE  P=PRIORITARIO  E=ELETIVO
      *    ENCSIT: P=PENDENTE  A=AGENDADO
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
                03 FILLER            PIC X(31).
                03 TPESPECIALIDADE   PIC 9(02) OCCURS 3 TIMES.
                03 FILLER            PIC X(17).
                03 STATUSREG         PIC X(01).
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
       FD LOOKUP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LOOKUP.DAT".
       01 REGLOOKUP.
                03 LKCHAVE.
                   05 LKDOM             PIC X(02).
                   05 LKCOD             PIC X(02).
                03 LKDESC               PIC X(30).
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
       77 W-CTLLK        PIC 9(01) VALUE ZEROS.
       77 W-EOF-ENC      PIC 9(01) VALUE ZEROS.
       77 W-FIMAGE       PIC 9(01) VALUE ZEROS.
       77 W-ACHOU        PIC 9(01) VALUE ZEROS.
       77 IND            PIC 9(01) VALUE ZEROS.
       77 IND-PRI        PIC 9(01) VALUE ZEROS.
       77 W-QTDAGE       PIC 9(06) VALUE ZEROS.
       77 W-QTDCONV      PIC 9(06) VALUE ZEROS.
       77 W-QTDPRI       PIC 9(06) VALUE ZEROS.
       77 W-DTENCCMP     PIC 9(08) VALUE ZEROS.
       77 W-DTAGECMP     PIC 9(08) VALUE ZEROS.
       01 MENS           PIC X(50) VALUE SPACES.
       01 W-NOMEREL      PIC X(20) VALUE SPACES.
       01 W-DTHOJE       PIC 9(08) VALUE ZEROS.
       01 W-DMA.
          03 W-DMADIA    PIC 9(02).
          03 W-DMAMES    PIC 9(02).
          03 W-DMAANO    PIC 9(04).
      *    A LISTA SAI EM TRES BLOCOS, DA PRIORIDADE MAIS ALTA PARA
      *    A MAIS BAIXA
       01 TAB-PRIOR.
          03 FILLER      PIC X(12) VALUE "UURGENTE".
          03 FILLER      PIC X(12) VALUE "PPRIORITARIO".
          03 FILLER      PIC X(12) VALUE "EELETIVO".
       01 TAB-PRIOR-R REDEFINES TAB-PRIOR.
          03 TPR-ITEM    OCCURS 3 TIMES.
             05 TPR-COD  PIC X(01).
             05 TPR-DESC PIC X(11).

       01 LIN-CAB1.
          03 FILLER      PIC X(15) VALUE SPACES.
          03 FILLER      PIC X(40) VALUE
             "CONVOCACAO DE ENCAMINHAMENTOS PENDENTES".
          03 FILLER      PIC X(05) VALUE "DIA: ".
          03 LC1-DATA    PIC 9(08).
       01 LIN-CAB2.
          03 FILLER      PIC X(12) VALUE "PRIORIDADE: ".
          03 LC2-PRIOR   PIC X(11).
       01 LIN-CAB3.
          03 FILLER      PIC X(23) VALUE "PACIENTE".
          03 FILLER      PIC X(12) VALUE "TELEFONE".
          03 FILLER      PIC X(16) VALUE "ESPECIALIDADE".
          03 FILLER      PIC X(11) VALUE "ENCAMINH.".
          03 FILLER      PIC X(07) VALUE "CRM OR.".
          03 FILLER      PIC X(05) VALUE "CID".
          03 FILLER      PIC X(03) VALUE "VZ".
       01 LIN-DET.
          03 LD-NOME     PIC X(22).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-TEL      PIC 9(11).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-ESPEC    PIC X(15).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-DTENC    PIC 99/99/9999.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-CRM      PIC 9(06).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-CID      PIC X(04).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-QTD      PIC Z9.
       01 LIN-SUB.
          03 FILLER      PIC X(24) VALUE "  PACIENTES A CONVOCAR :".
          03 LS-QTD      PIC ZZZ.ZZ9.
       01 LIN-TOT1.
          03 FILLER      PIC X(38) VALUE
             "ENCAMINHAMENTOS AGENDADOS NA RODADA :".
          03 LT1-QTD     PIC ZZZ.ZZ9.
       01 LIN-TOT2.
          03 FILLER      PIC X(38) VALUE
             "TOTAL DE PACIENTES A CONVOCAR       :".
          03 LT2-QTD     PIC ZZZ.ZZ9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD
           STRING "ENCAMCON." W-DTHOJE DELIMITED BY SIZE
              INTO W-NOMEREL.
      *    O ENCAMIN NASCE NO PRIMEIRO ENCAMINHAMENTO DO ATENDIM;
      *    ANTES DISSO A RODADA SAI COM A LISTA VAZIA
       INC-OP0.
           OPEN I-O ENCAMIN
           IF ST-ERRO = "30" OR ST-ERRO = "35"
              OPEN OUTPUT ENCAMIN
              CLOSE ENCAMIN
              OPEN I-O ENCAMIN.
           IF ST-ERRO NOT = "00"
              MOVE "* ERRO NA ABERTURA DO ARQUIVO ENCAMIN *" TO MENS
              DISPLAY MENS
              GO TO ROT-FIMS.
       INC-OP1.
           OPEN INPUT AGENDA
           IF ST-ERRO2 NOT = "00"
              MOVE "* ARQUIVO AGENDA NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              CLOSE ENCAMIN
              GO TO ROT-FIMS.
       INC-OP2.
           OPEN INPUT CADMED
           IF ST-ERRO3 NOT = "00"
              MOVE "* ARQUIVO CADMED NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              CLOSE ENCAMIN AGENDA
              GO TO ROT-FIMS.
       INC-OP3.
           OPEN INPUT CADPACI
           IF ST-ERRO4 NOT = "00"
              MOVE "* ARQUIVO CADPACI NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              CLOSE ENCAMIN AGENDA CADMED
              GO TO ROT-FIMS.
      *    SEM O LOOKUP A ESPECIALIDADE SAI SO PELO CODIGO
           OPEN INPUT LOOKUP
           IF ST-ERRO5 = "00"
              MOVE 1 TO W-CTLLK.
       INC-OP4.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO6 NOT = "00"
              MOVE "* ERRO AO CRIAR RELATORIO *" TO MENS
              DISPLAY MENS
              CLOSE ENCAMIN AGENDA CADMED CADPACI
              GO TO ROT-FIMS.
           MOVE W-DTHOJE TO LC1-DATA
           WRITE LINHA-REL FROM LIN-CAB1.

      *    PRIMEIRO BAIXA OS ENCAMINHAMENTOS QUE JA TEM CONSULTA
      *    MARCADA; DEPOIS LISTA OS QUE SOBRARAM, POR PRIORIDADE
       ENC-PROC.
           PERFORM ENC-ACOMPANHA THRU ENC-ACOMPANHA-FIM
              UNTIL W-EOF-ENC = 1.
           PERFORM ENC-LISTA THRU ENC-LISTA-FIM
              VARYING IND-PRI FROM 1 BY 1 UNTIL IND-PRI > 3.
           WRITE LINHA-REL FROM SPACES
           MOVE W-QTDAGE TO LT1-QTD
           WRITE LINHA-REL FROM LIN-TOT1
           MOVE W-QTDCONV TO LT2-QTD
           WRITE LINHA-REL FROM LIN-TOT2.

       ROT-FIM.
           IF W-CTLLK = 1
              CLOSE LOOKUP
           END-IF
           CLOSE ENCAMIN AGENDA CADMED CADPACI RELATORIO.
           DISPLAY "ENCAMINHAMENTOS AGENDADOS: " W-QTDAGE
                   " A CONVOCAR: " W-QTDCONV " EM " W-NOMEREL.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.

      *-----------------------------------------------------------------
      *    ENCAMINHAMENTO PENDENTE COM CONSULTA MARCADA NA
      *    ESPECIALIDADE PASSA A AGENDADO
       ENC-ACOMPANHA.
           READ ENCAMIN NEXT RECORD
              AT END
                 MOVE 1 TO W-EOF-ENC
                 GO TO ENC-ACOMPANHA-FIM.
           IF ENCSIT NOT = "P"
              GO TO ENC-ACOMPANHA-FIM.
           PERFORM ENC-PROCURA THRU ENC-PROCURA-FIM
           IF W-ACHOU = 0
              GO TO ENC-ACOMPANHA-FIM.
           MOVE "A" TO ENCSIT
           MOVE CRM TO ENCCRMAGE
           MOVE DATACONS TO ENCDTAGE
           REWRITE REGENCAMIN
           IF ST-ERRO = "00" OR ST-ERRO = "02"
              ADD 1 TO W-QTDAGE.
       ENC-ACOMPANHA-FIM.
           EXIT.

      *    CONSULTAS DO PACIENTE PELO CPF (CAMINHO ALTERNATIVO DA
      *    AGENDA). VALE A CONSULTA ATIVA (AGENDADA, CHEGOU OU
      *    REALIZADA) A PARTIR DA DATA DO ENCAMINHAMENTO, FORA A
      *    PROPRIA CONSULTA DE ORIGEM. W-ACHOU: 1 = ACHOU
       ENC-PROCURA.
           MOVE 0 TO W-ACHOU
           MOVE ENCDATA TO W-DMA
           COMPUTE W-DTENCCMP = (W-DMAANO * 10000) +
                   (W-DMAMES * 100) + W-DMADIA
           MOVE ENCCPF TO CPFAGE
           START AGENDA KEY IS EQUAL CPFAGE
           IF ST-ERRO2 NOT = "00"
              GO TO ENC-PROCURA-FIM.
           MOVE 0 TO W-FIMAGE
           PERFORM ENC-PROCURA1 THRU ENC-PROCURA1-FIM
              UNTIL W-FIMAGE = 1 OR W-ACHOU = 1.
       ENC-PROCURA-FIM.
           EXIT.
       ENC-PROCURA1.
           READ AGENDA NEXT RECORD
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
              MOVE 1 TO W-FIMAGE
              GO TO ENC-PROCURA1-FIM.
           IF CPFAGE NOT = ENCCPF
              MOVE 1 TO W-FIMAGE
              GO TO ENC-PROCURA1-FIM.
           IF STATUSAGE NOT = "A" AND STATUSAGE NOT = "C" AND
              STATUSAGE NOT = "R"
              GO TO ENC-PROCURA1-FIM.
           IF CRM = ENCCRM AND DATACONS = ENCDATA AND
              HORACONS = ENCHORA AND SEQENC = ENCSEQ
              GO TO ENC-PROCURA1-FIM.
           MOVE DATACONS TO W-DMA
           COMPUTE W-DTAGECMP = (W-DMAANO * 10000) +
                   (W-DMAMES * 100) + W-DMADIA
           IF W-DTAGECMP < W-DTENCCMP
              GO TO ENC-PROCURA1-FIM.
           MOVE CRM TO CRMMED
           READ CADMED KEY IS CRMMED
           IF ST-ERRO3 NOT = "00"
              GO TO ENC-PROCURA1-FIM.
           PERFORM ENC-ESPEC THRU ENC-ESPEC-FIM
              VARYING IND FROM 1 BY 1 UNTIL IND > 3.
       ENC-PROCURA1-FIM.
           EXIT.
       ENC-ESPEC.
           IF TPESPECIALIDADE(IND) = ENCESPEC
              MOVE 1 TO W-ACHOU.
       ENC-ESPEC-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    BLOCO DA PRIORIDADE TPR-COD(IND-PRI): PENDENTES AINDA SEM
      *    CONSULTA, CONTANDO QUANTAS VEZES JA FORAM CONVOCADOS
       ENC-LISTA.
           MOVE 0 TO W-QTDPRI
           WRITE LINHA-REL FROM SPACES
           MOVE TPR-DESC(IND-PRI) TO LC2-PRIOR
           WRITE LINHA-REL FROM LIN-CAB2
           WRITE LINHA-REL FROM LIN-CAB3
           MOVE ZEROS TO CHAVEENC
           START ENCAMIN KEY IS NOT LESS THAN CHAVEENC
           IF ST-ERRO NOT = "00"
              GO TO ENC-LISTA1.
           MOVE 0 TO W-EOF-ENC
           PERFORM ENC-CONVOCA THRU ENC-CONVOCA-FIM
              UNTIL W-EOF-ENC = 1.
       ENC-LISTA1.
           MOVE W-QTDPRI TO LS-QTD
           WRITE LINHA-REL FROM LIN-SUB.
       ENC-LISTA-FIM.
           EXIT.

       ENC-CONVOCA.
           READ ENCAMIN NEXT RECORD
              AT END
                 MOVE 1 TO W-EOF-ENC
                 GO TO ENC-CONVOCA-FIM.
           IF ENCSIT NOT = "P"
              GO TO ENC-CONVOCA-FIM.
      *    PRIORIDADE FORA DO PADRAO ENTRA COMO ELETIVO
           IF ENCPRIOR NOT = TPR-COD(IND-PRI)
              IF TPR-COD(IND-PRI) NOT = "E" OR
                 ENCPRIOR = "U" OR ENCPRIOR = "P"
                 GO TO ENC-CONVOCA-FIM.
           MOVE ENCCPF TO CPF
           READ CADPACI KEY IS CPF
           IF ST-ERRO4 = "00"
              MOVE NOMEPACI TO LD-NOME
              MOVE NUMTEL(1) TO LD-TEL
           ELSE
              MOVE "(SEM CADASTRO)" TO LD-NOME
              MOVE ZEROS TO LD-TEL.
           MOVE ENCESPEC TO LD-ESPEC
           IF W-CTLLK = 1
              MOVE "ES" TO LKDOM
              MOVE ENCESPEC TO LKCOD
              READ LOOKUP
              IF ST-ERRO5 = "00"
                 MOVE LKDESC TO LD-ESPEC.
           MOVE ENCDATA TO LD-DTENC
           MOVE ENCCRM TO LD-CRM
           MOVE ENCCID TO LD-CID
           IF ENCQTDCONV < 99
              ADD 1 TO ENCQTDCONV.
           MOVE ENCQTDCONV TO LD-QTD
           WRITE LINHA-REL FROM LIN-DET
           REWRITE REGENCAMIN
           ADD 1 TO W-QTDPRI
           ADD 1 TO W-QTDCONV.
       ENC-CONVOCA-FIM.
           EXIT.
      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
