       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERTISS.
      *AUTHOR. LUCAS ALVES VIEIRA.
      ********************************************************
      * GERACAO DO LOTE DE GUIAS NO PADRAO TISS DA ANS *
      * PARA UM CONVENIO E UMA COMPETENCIA, GERA A GUIA DE *
      * CONSULTA DE CADA CONSULTA DO MES (OU A GUIA SP/SADT *
      * QUANDO O ATENDIMENTO REGISTROU PROCEDIMENTOS) E AS *
      * GUIAS SP/SADT DOS EXAMES REALIZADOS DO PEDEXA AINDA *
      * NAO ENVIADOS. O LOTE E NUMERADO EM SEQUENCIA POR *
      * CONVENIO (TISSCTL.DAT), LEVA OS DADOS DO PRESTADOR E *
      * DO PROFISSIONAL (CRM E ESPECIALIDADE DO CADMED), O *
      * NUMERO DA GUIA JA GUARDADO NO SISTEMA E O VALOR PELA *
      * PRECONV. CADA GUIA FICA MARCADA NO TISSGUIA.DAT COM *
      * O LOTE EM QUE FOI, E NAO ENTRA EM OUTRO LOTE, A NAO *
      * SER QUE O LOTE TENHA SIDO RECUSADO PELA OPERADORA. O *
      * LOTE E REGISTRADO NO TISSLOTE.DAT PARA O PROTOCOLO *
      * DE RECEBIMENTO (LOTTISS) *
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

            SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION  IS INDEXED
                    ACCESS MODE   IS DYNAMIC
                    RECORD KEY    IS CODIGO
                    FILE STATUS   IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME OF REGCADCONV
                                    WITH DUPLICATES.

            SELECT ATENDIM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEATE
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS CPFATE
                                    WITH DUPLICATES.

            SELECT PROCED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPROC
                    FILE STATUS  IS ST-ERRO4.

            SELECT PRECONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPRE
                    FILE STATUS  IS ST-ERRO5.

            SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRMMED
                    FILE STATUS  IS ST-ERRO6.

            SELECT LOOKUP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LKCHAVE
                    FILE STATUS  IS ST-ERRO7.

            SELECT PEDEXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPED
                    FILE STATUS  IS ST-ERRO8.

            SELECT TISSCTL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTLCONV
                    FILE STATUS  IS ST-ERRO9.

            SELECT TISSLOTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVELOT
                    FILE STATUS  IS ST-ERRO9.

            SELECT TISSGUIA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEGUI
                    FILE STATUS  IS ST-ERRO9.

            SELECT LOTETISS ASSIGN TO W-NOMETISS
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO2.

            SELECT RELATORIO ASSIGN TO DISK
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
          03 FILLER         PIC X(40).
          03 CONVPAC        PIC 9(04).
          03 FILLER         PIC X(60).
          03 NUMAUTORIZ     PIC X(12).
          03 DTAUTORIZ      PIC 9(08).
          03 STATUSREG      PIC X(01).
      *
       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCADCONV.
                03 CODIGO            PIC 9(04).
                03 NOME              PIC X(30).
                03 TPPLANO           PIC 9(02).
                03 VLRPLANO          PIC 9(06)V99.
                03 VLRCOPART         PIC 9(04)V99.
                03 DTVALIDADE        PIC 9(08).
                03 STATUSREG         PIC X(01).
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
          03 PROCATE          PIC 9(04) OCCURS 5 TIMES.
          03 CIDATE           PIC X(04) OCCURS 2 TIMES.
          03 OBSATE           PIC X(60).
          03 DTRETORNO        PIC 9(08).
          03 CPFATE           PIC 9(11).
      *
       FD PROCED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PROCED.DAT".
       01 REGPROCED.
                03 CODPROC           PIC 9(04).
                03 DESCPROC          PIC X(30).
                03 VLRPROC           PIC 9(06)V99.
                03 STATUSPROC        PIC X(01).
      *
       FD PRECONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PRECONV.DAT".
       01 REGPRECONV.
                03 CHAVEPRE.
                   05 PRECONVEN         PIC 9(04).
                   05 PREPROC           PIC 9(04).
                03 PREVALOR             PIC 9(06)V99.
                03 PREVIGINI            PIC 9(08).
                03 STATUSPRE            PIC X(01).
      *
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       01 REGCADMED.
                03 CRMMED            PIC 9(06).
                03 NOMEMED           PIC X(30).
                03 EMAIL             PIC X(30).
                03 SEXO              PIC X(01).
                03 TPESPECIALIDADE   PIC 9(02) OCCURS 3 TIMES.
                03 FILLER            PIC X(08).
                03 CRMATIVO          PIC X(01).
                03 FILLER            PIC X(08).
                03 STATUSREG         PIC X(01).
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
       FD PEDEXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDEXA.DAT".
       01 REGPEDEXA.
          03 CHAVEPED.
             05 PEDCRM        PIC 9(06).
             05 PEDDATA       PIC 9(08).
             05 PEDHORA       PIC 9(04).
             05 PEDSEQENC     PIC 9(02).
             05 PEDITEM       PIC 9(02).
          03 PEDPROC          PIC 9(04).
          03 PEDCPF           PIC 9(11).
          03 PEDGUIA          PIC X(12).
          03 PEDDTPED         PIC 9(08).
          03 PEDSITUACAO      PIC X(01).
      *
       FD TISSCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TISSCTL.DAT".
       01 REGTISSCTL.
                03 CTLCONV           PIC 9(04).
                03 CTLREGANS         PIC 9(06).
                03 CTLCODPRE         PIC X(14).
                03 CTLCNES           PIC 9(07).
                03 CTLULTLOTE        PIC 9(06).
                03 STATUSREG         PIC X(01).
      *    CTLREGANS: REGISTRO DA OPERADORA NA ANS
      *    CTLCODPRE: CODIGO DA CLINICA COMO PRESTADOR NA OPERADORA
      *    CTLULTLOTE: ULTIMO LOTE GERADO PARA O CONVENIO
      *
       FD TISSLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TISSLOTE.DAT".
       01 REGTISSLOTE.
          03 CHAVELOT.
             05 LOTCONV       PIC 9(04).
             05 LOTNUM        PIC 9(06).
          03 LOTCOMP          PIC 9(06).
          03 LOTDTGER         PIC 9(08).
          03 LOTQTDGUIA       PIC 9(06).
          03 LOTVALOR         PIC 9(11)V99.
          03 LOTARQ           PIC X(20).
          03 LOTPROTOC        PIC X(20).
          03 LOTDTPROT        PIC 9(08).
          03 LOTOPERADOR      PIC X(08).
          03 LOTSITUACAO      PIC X(01).
      *    LOTCOMP: COMPETENCIA AAAAMM   LOTDTGER/LOTDTPROT: AAAAMMDD
      *    LOTSITUACAO: G=GERADO  E=ENVIADO (PROTOCOLO DE RECEBIMENTO)
      *                 R=RECUSADO PELA OPERADORA (GUIAS LIBERADAS)
      *
       FD TISSGUIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TISSGUIA.DAT".
       01 REGTISSGUIA.
          03 CHAVEGUI.
             05 GUIORIGEM     PIC X(01).
             05 GUICRM        PIC 9(06).
             05 GUIDATA       PIC 9(08).
             05 GUIHORA       PIC 9(04).
             05 GUISEQ        PIC 9(02).
             05 GUIITEM       PIC 9(02).
          03 GUICONV          PIC 9(04).
          03 GUILOTE          PIC 9(06).
          03 GUITIPO          PIC X(01).
          03 GUINUM           PIC X(12).
          03 GUICPF           PIC 9(11).
          03 GUIVALOR         PIC 9(08)V99.
          03 GUIDTGER         PIC 9(08).
      *    GUIORIGEM: A=CONSULTA DA AGENDA (ITEM 00)
      *               E=ITEM DO PEDIDO DE EXAME (PEDEXA)
      *    GUIDATA: DATA DA CONSULTA DDMMAAAA
      *    GUITIPO: C=GUIA DE CONSULTA  S=GUIA SP/SADT
      *
       FD LOTETISS
               LABEL RECORD IS STANDARD.
       01 LINHA-TISS         PIC X(200).
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
       77 W-CTLPRC       PIC 9(01) VALUE ZEROS.
       77 W-CTLATE       PIC 9(01) VALUE ZEROS.
       77 W-CTLPRE       PIC 9(01) VALUE ZEROS.
       77 W-CTLMED       PIC 9(01) VALUE ZEROS.
       77 W-CTLLK        PIC 9(01) VALUE ZEROS.
       77 W-CTLPED       PIC 9(01) VALUE ZEROS.
       77 W-EOF-AGE      PIC 9(01) VALUE ZEROS.
       77 W-EOF-PED      PIC 9(01) VALUE ZEROS.
       77 W-SITGUIA      PIC 9(01) VALUE ZEROS.
       77 W-CONVEXA      PIC 9(04) VALUE ZEROS.
       77 W-CONVPARTIC   PIC 9(04) VALUE 0001.
       77 W-VLRITEM      PIC 9(06)V99 VALUE ZEROS.
       77 W-DTCONSCMP    PIC 9(08) VALUE ZEROS.
       77 W-DTHOJE       PIC 9(08) VALUE ZEROS.
       77 W-HRAGORA      PIC 9(08) VALUE ZEROS.
       77 W-LOTE         PIC 9(06) VALUE ZEROS.
       77 W-SEQGUIA      PIC 9(05) VALUE ZEROS.
       77 W-CRMANT       PIC 9(06) VALUE ZEROS.
       77 W-QTDTAB       PIC 9(02) VALUE ZEROS.
       77 IND-PRO        PIC 9(02) VALUE ZEROS.
       77 IND-ITE        PIC 9(02) VALUE ZEROS.
       77 W-QTDGUIA      PIC 9(06) VALUE ZEROS.
       77 W-QTDCONS      PIC 9(06) VALUE ZEROS.
       77 W-QTDSADT      PIC 9(06) VALUE ZEROS.
       77 W-QTDITEM      PIC 9(06) VALUE ZEROS.
       77 W-QTDPEND      PIC 9(06) VALUE ZEROS.
       77 W-QTDJAENV     PIC 9(06) VALUE ZEROS.
       77 W-QTDREENV     PIC 9(06) VALUE ZEROS.
       77 W-TOTVALOR     PIC 9(11)V99 VALUE ZEROS.
       01 MENS           PIC X(50) VALUE SPACES.
       01 W-CONVSEL      PIC 9(04) VALUE ZEROS.
       01 W-ANOMES.
          03 W-ANOSEL    PIC 9(04).
          03 W-MESSEL    PIC 9(02).
       01 W-NOMETISS     PIC X(20) VALUE SPACES.
       01 W-MOTPEND      PIC X(30) VALUE SPACES.
       01 W-DTDMA.
          03 W-DMADIA    PIC 9(02).
          03 W-DMAMES    PIC 9(02).
          03 W-DMAANO    PIC 9(04).
       01 W-DTDMAN REDEFINES W-DTDMA PIC 9(08).
       01 W-DTAMD.
          03 W-AMDANO    PIC 9(04).
          03 W-AMDMES    PIC 9(02).
          03 W-AMDDIA    PIC 9(02).
       01 W-DTAMDN REDEFINES W-DTAMD PIC 9(08).
       01 W-MEDICO.
          03 W-MEDNOME   PIC X(30).
          03 W-MEDESP    PIC 9(02).
          03 W-MEDDESC   PIC X(30).

      *    GUIA EM MONTAGEM: A CONSULTA, OU OS ITENS DE UM MESMO
      *    PEDIDO DE EXAME COM O MESMO NUMERO DE GUIA
       01 W-GUIA.
          03 WG-TIPO     PIC X(01).
          03 WG-ORIGEM   PIC X(01).
          03 WG-CRM      PIC 9(06).
          03 WG-DATA     PIC 9(08).
          03 WG-HORA     PIC 9(04).
          03 WG-SEQ      PIC 9(02).
          03 WG-NUMGUIA  PIC X(12).
          03 WG-DTAUT    PIC 9(08).
          03 WG-CPF      PIC 9(11).
          03 WG-NOME     PIC X(30).
          03 WG-VALOR    PIC 9(08)V99.
          03 WG-SITGUIA  PIC 9(01).
       01 TAB-ITEM.
          03 TBI-ITEM    OCCURS 20 TIMES.
             05 TBI-NUM     PIC 9(02).
             05 TBI-PROC    PIC 9(04).
             05 TBI-DESC    PIC X(30).
             05 TBI-VALOR   PIC 9(06)V99.
             05 TBI-SIT     PIC 9(01).

      *    LAYOUT DO ARQUIVO DO LOTE TISS
       01 TIS-HEADER.
          03 FILLER      PIC X(01) VALUE "0".
          03 TH-PADRAO   PIC X(08) VALUE "03.05.00".
          03 TH-LOTE     PIC 9(06).
          03 TH-CONV     PIC 9(04).
          03 TH-REGANS   PIC 9(06).
          03 TH-CODPRE   PIC X(14).
          03 TH-CNES     PIC 9(07).
          03 TH-NOMECONV PIC X(30).
          03 TH-COMP     PIC 9(06).
          03 TH-DTGER    PIC 9(08).
          03 TH-HRGER    PIC 9(04).
          03 FILLER      PIC X(106) VALUE SPACES.
       01 TIS-CONSULTA.
          03 FILLER      PIC X(01) VALUE "1".
          03 TC-SEQ      PIC 9(05).
          03 TC-NUMGUIA  PIC X(12).
          03 TC-DTAUT    PIC 9(08).
          03 TC-CPF      PIC 9(11).
          03 TC-NOME     PIC X(30).
          03 TC-CRM      PIC 9(06).
          03 TC-NOMEMED  PIC X(30).
          03 TC-ESPEC    PIC 9(02).
          03 TC-DESCESP  PIC X(30).
          03 TC-DATA     PIC 9(08).
          03 TC-HORA     PIC 9(04).
          03 TC-VALOR    PIC 9(08)V99.
          03 FILLER      PIC X(43) VALUE SPACES.
       01 TIS-SADT.
          03 FILLER      PIC X(01) VALUE "2".
          03 TS-SEQ      PIC 9(05).
          03 TS-NUMGUIA  PIC X(12).
          03 TS-DTAUT    PIC 9(08).
          03 TS-CPF      PIC 9(11).
          03 TS-NOME     PIC X(30).
          03 TS-CRM      PIC 9(06).
          03 TS-NOMEMED  PIC X(30).
          03 TS-ESPEC    PIC 9(02).
          03 TS-DESCESP  PIC X(30).
          03 TS-DATA     PIC 9(08).
          03 TS-HORA     PIC 9(04).
          03 TS-ORIGEM   PIC X(01).
          03 TS-QTDITEM  PIC 9(02).
          03 TS-VALOR    PIC 9(08)V99.
          03 FILLER      PIC X(40) VALUE SPACES.
       01 TIS-ITEM.
          03 FILLER      PIC X(01) VALUE "3".
          03 TI-SEQ      PIC 9(05).
          03 TI-PROC     PIC 9(04).
          03 TI-DESC     PIC X(30).
          03 TI-QTD      PIC 9(03).
          03 TI-VLRUNIT  PIC 9(06)V99.
          03 TI-VLRTOT   PIC 9(08)V99.
          03 FILLER      PIC X(139) VALUE SPACES.
       01 TIS-TRAILER.
          03 FILLER      PIC X(01) VALUE "9".
          03 TT-QTDGUIA  PIC 9(06).
          03 TT-QTDITEM  PIC 9(06).
          03 TT-VALOR    PIC 9(11)V99.
          03 FILLER      PIC X(174) VALUE SPACES.
      *    DATAS DO ARQUIVO EM AAAAMMDD. TS-ORIGEM: A=PROCEDIMENTOS
      *    DO ATENDIMENTO  E=EXAMES DO PEDIDO

       01 LIN-CAB1.
          03 FILLER      PIC X(14) VALUE SPACES.
          03 FILLER      PIC X(40) VALUE
             "PROTOCOLO DO LOTE TISS".
       01 LIN-PRO1.
          03 FILLER      PIC X(24) VALUE "CONVENIO             :".
          03 LP1-CONV    PIC ZZZ9.
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LP1-NOME    PIC X(30).
       01 LIN-PRO2.
          03 FILLER      PIC X(24) VALUE "COMPETENCIA          :".
          03 LP2-MES     PIC 9(02).
          03 FILLER      PIC X(01) VALUE "/".
          03 LP2-ANO     PIC 9(04).
          03 FILLER      PIC X(06) VALUE SPACES.
          03 FILLER      PIC X(07) VALUE "LOTE : ".
          03 LP2-LOTE    PIC ZZZZZ9.
       01 LIN-DET1.
          03 FILLER      PIC X(06) VALUE "GUIA".
          03 FILLER      PIC X(05) VALUE "TIPO".
          03 FILLER      PIC X(13) VALUE "NUM.GUIA".
          03 FILLER      PIC X(25) VALUE "PACIENTE".
          03 FILLER      PIC X(07) VALUE "CRM".
          03 FILLER      PIC X(11) VALUE "DATA".
          03 FILLER      PIC X(09) VALUE "    VALOR".
       01 LIN-DET2.
          03 LR-SEQ      PIC ZZZZ9.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LR-TIPO     PIC X(04).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LR-NUMGUIA  PIC X(12).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LR-NOME     PIC X(24).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LR-CRM      PIC 9(06).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LR-DATA     PIC 99.99.9999.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LR-VALOR    PIC ZZ.ZZ9,99.
       01 LIN-PEN.
          03 FILLER      PIC X(03) VALUE "** ".
          03 LPE-MOTIVO  PIC X(30).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LPE-CPF     PIC 9(11).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LPE-CRM     PIC 9(06).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LPE-DATA    PIC 99.99.9999.
       01 LIN-PRO3.
          03 FILLER      PIC X(24) VALUE "GUIAS DE CONSULTA    :".
          03 LP3-QTD     PIC ZZZ.ZZ9.
       01 LIN-PRO4.
          03 FILLER      PIC X(24) VALUE "GUIAS SP/SADT        :".
          03 LP4-QTD     PIC ZZZ.ZZ9.
          03 FILLER      PIC X(04) VALUE SPACES.
          03 FILLER      PIC X(08) VALUE "ITENS : ".
          03 LP4-ITENS   PIC ZZZ.ZZ9.
       01 LIN-PRO5.
          03 FILLER      PIC X(24) VALUE "VALOR TOTAL DO LOTE  :".
          03 LP5-VLR     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 LIN-PRO6.
          03 FILLER      PIC X(24) VALUE "REENVIO (LOTE RECUS.):".
          03 LP6-QTD     PIC ZZZ.ZZ9.
       01 LIN-PRO7.
          03 FILLER      PIC X(24) VALUE "JA ENVIADAS (FORA)   :".
          03 LP7-QTD     PIC ZZZ.ZZ9.
       01 LIN-PRO8.
          03 FILLER      PIC X(24) VALUE "PENDENCIAS (FORA)    :".
          03 LP8-QTD     PIC ZZZ.ZZ9.
       01 LIN-PRO9.
          03 FILLER      PIC X(24) VALUE "ARQUIVO GERADO       :".
          03 LP9-NOME    PIC X(20).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "GERACAO DO LOTE TISS POR CONVENIO"
           DISPLAY "CODIGO DO CONVENIO: "
           ACCEPT W-CONVSEL
           IF W-CONVSEL = ZEROS OR W-CONVSEL = W-CONVPARTIC
              DISPLAY "*** CONVENIO INVALIDO ***"
              GO TO ROT-FIMS.
           DISPLAY "COMPETENCIA (AAAAMM): "
           ACCEPT W-ANOMES
           IF W-MESSEL < 01 OR W-MESSEL > 12
              DISPLAY "*** COMPETENCIA INVALIDA ***"
              GO TO ROT-FIMS.
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD
           ACCEPT W-HRAGORA FROM TIME.
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
           OPEN INPUT CADCONV
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO CADCONV NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              CLOSE AGENDA CADPACI
              GO TO ROT-FIMS.
           MOVE W-CONVSEL TO CODIGO
           READ CADCONV KEY IS CODIGO
           IF ST-ERRO NOT = "00"
              MOVE "* CONVENIO NAO CADASTRADO *" TO MENS
              DISPLAY MENS
              CLOSE AGENDA CADPACI CADCONV
              GO TO ROT-FIMS.
      *    SEM OS DADOS DA OPERADORA E DO PRESTADOR O LOTE NAO PODE
      *    SER MONTADO: SAO INFORMADOS NO CONTROLE DE LOTES TISS
       INC-OP3.
           OPEN I-O TISSCTL
           IF ST-ERRO9 NOT = "00"
              MOVE "* ARQUIVO TISSCTL NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              CLOSE AGENDA CADPACI CADCONV
              GO TO ROT-FIMS.
           MOVE W-CONVSEL TO CTLCONV
           READ TISSCTL
           IF ST-ERRO9 NOT = "00" OR CTLREGANS = ZEROS
              MOVE "* CONVENIO SEM DADOS TISS DA OPERADORA *" TO MENS
              DISPLAY MENS
              CLOSE AGENDA CADPACI CADCONV TISSCTL
              GO TO ROT-FIMS.
           COMPUTE W-LOTE = CTLULTLOTE + 1
           STRING "TISS.DAT." W-CONVSEL "." W-LOTE
              DELIMITED BY SIZE INTO W-NOMETISS.
       INC-OP4.
           OPEN I-O TISSLOTE
           IF ST-ERRO9 NOT = "00"
              IF ST-ERRO9 = "30" OR ST-ERRO9 = "35"
                 OPEN OUTPUT TISSLOTE
                 CLOSE TISSLOTE
                 MOVE "* ARQUIVO TISSLOTE SENDO CRIADO *" TO MENS
                 DISPLAY MENS
                 GO TO INC-OP4
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO TISSLOTE" TO MENS
                 DISPLAY MENS
                 CLOSE AGENDA CADPACI CADCONV TISSCTL
                 GO TO ROT-FIMS.
       INC-OP5.
           OPEN I-O TISSGUIA
           IF ST-ERRO9 NOT = "00"
              IF ST-ERRO9 = "30" OR ST-ERRO9 = "35"
                 OPEN OUTPUT TISSGUIA
                 CLOSE TISSGUIA
                 MOVE "* ARQUIVO TISSGUIA SENDO CRIADO *" TO MENS
                 DISPLAY MENS
                 GO TO INC-OP5
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO TISSGUIA" TO MENS
                 DISPLAY MENS
                 CLOSE AGENDA CADPACI CADCONV TISSCTL TISSLOTE
                 GO TO ROT-FIMS.
      *    A TABELA DE PROCEDIMENTOS E OPCIONAL: SEM ELA TODA CONSULTA
      *    VAI EM GUIA DE CONSULTA PELO VLRPLANO E OS EXAMES FICAM
      *    PARA O PROXIMO LOTE. ATENDIM, PRECONV, PEDEXA, CADMED E
      *    LOOKUP TAMBEM SAO OPCIONAIS
       INC-OP6.
           MOVE 0 TO W-CTLPRC W-CTLATE W-CTLPRE W-CTLPED
           MOVE 0 TO W-CTLMED W-CTLLK
           OPEN INPUT PROCED
           IF ST-ERRO4 = "00"
              MOVE 1 TO W-CTLPRC
              OPEN INPUT ATENDIM
              IF ST-ERRO3 = "00"
                 MOVE 1 TO W-CTLATE
              END-IF
              OPEN INPUT PRECONV
              IF ST-ERRO5 = "00"
                 MOVE 1 TO W-CTLPRE
              END-IF
              OPEN INPUT PEDEXA
              IF ST-ERRO8 = "00"
                 MOVE 1 TO W-CTLPED
              END-IF
           END-IF
           OPEN INPUT CADMED
           IF ST-ERRO6 = "00"
              MOVE 1 TO W-CTLMED.
           OPEN INPUT LOOKUP
           IF ST-ERRO7 = "00"
              MOVE 1 TO W-CTLLK.
       INC-OP7.
           OPEN OUTPUT LOTETISS
           IF ST-ERRO2 NOT = "00"
              MOVE "* ERRO AO CRIAR ARQUIVO DO LOTE TISS *" TO MENS
              DISPLAY MENS
              PERFORM GER-FECHA THRU GER-FECHA-FIM
              GO TO ROT-FIMS.
       INC-OP8.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO2 NOT = "00"
              MOVE "* ERRO AO CRIAR PROTOCOLO *" TO MENS
              DISPLAY MENS
              PERFORM GER-FECHA THRU GER-FECHA-FIM
              CLOSE LOTETISS
              GO TO ROT-FIMS.

       GER-CABECALHO.
           MOVE W-LOTE     TO TH-LOTE LP2-LOTE
           MOVE W-CONVSEL  TO TH-CONV LP1-CONV
           MOVE CTLREGANS  TO TH-REGANS
           MOVE CTLCODPRE  TO TH-CODPRE
           MOVE CTLCNES    TO TH-CNES
           MOVE NOME OF REGCADCONV TO TH-NOMECONV LP1-NOME
           MOVE W-ANOMES   TO TH-COMP
           MOVE W-DTHOJE   TO TH-DTGER
           COMPUTE TH-HRGER = W-HRAGORA / 10000
           WRITE LINHA-TISS FROM TIS-HEADER
           WRITE LINHA-REL FROM LIN-CAB1
           WRITE LINHA-REL FROM SPACES
           WRITE LINHA-REL FROM LIN-PRO1
           MOVE W-MESSEL TO LP2-MES
           MOVE W-ANOSEL TO LP2-ANO
           WRITE LINHA-REL FROM LIN-PRO2
           WRITE LINHA-REL FROM SPACES
           WRITE LINHA-REL FROM LIN-DET1.

       GER-PROC.
           MOVE 0 TO W-EOF-AGE
           PERFORM GER-CONSULTA THRU GER-CONSULTA-FIM
              UNTIL W-EOF-AGE = 1.
           MOVE 0 TO W-QTDTAB
           IF W-CTLPED = 1
              PERFORM GER-EXAME THRU GER-EXAME-FIM
                 UNTIL W-EOF-PED = 1.
           IF W-QTDTAB > ZEROS
              PERFORM GER-GRAVAGUIA THRU GER-GRAVAGUIA-FIM.
       GER-TOTAIS.
           MOVE W-QTDGUIA  TO TT-QTDGUIA
           MOVE W-QTDITEM  TO TT-QTDITEM
           MOVE W-TOTVALOR TO TT-VALOR
           WRITE LINHA-TISS FROM TIS-TRAILER
           WRITE LINHA-REL FROM SPACES
           MOVE W-QTDCONS TO LP3-QTD
           WRITE LINHA-REL FROM LIN-PRO3
           MOVE W-QTDSADT TO LP4-QTD
           MOVE W-QTDITEM TO LP4-ITENS
           WRITE LINHA-REL FROM LIN-PRO4
           MOVE W-TOTVALOR TO LP5-VLR
           WRITE LINHA-REL FROM LIN-PRO5
           MOVE W-QTDREENV TO LP6-QTD
           WRITE LINHA-REL FROM LIN-PRO6
           MOVE W-QTDJAENV TO LP7-QTD
           WRITE LINHA-REL FROM LIN-PRO7
           MOVE W-QTDPEND TO LP8-QTD
           WRITE LINHA-REL FROM LIN-PRO8
           MOVE W-NOMETISS TO LP9-NOME
           WRITE LINHA-REL FROM LIN-PRO9.
      *    LOTE VAZIO NAO CONSOME NUMERO: O PROXIMO REAPROVEITA
           IF W-QTDGUIA = ZEROS
              GO TO ROT-FIM.
           MOVE W-CONVSEL  TO LOTCONV
           MOVE W-LOTE     TO LOTNUM
           MOVE W-ANOMES   TO LOTCOMP
           MOVE W-DTHOJE   TO LOTDTGER
           MOVE W-QTDGUIA  TO LOTQTDGUIA
           MOVE W-TOTVALOR TO LOTVALOR
           MOVE W-NOMETISS TO LOTARQ
           MOVE SPACES     TO LOTPROTOC LOTOPERADOR
           MOVE ZEROS      TO LOTDTPROT
           MOVE "G"        TO LOTSITUACAO
           WRITE REGTISSLOTE
           IF ST-ERRO9 NOT = "00"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO TISSLOTE" TO MENS
              DISPLAY MENS.
           MOVE W-LOTE TO CTLULTLOTE
           REWRITE REGTISSCTL
           IF ST-ERRO9 NOT = "00"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO TISSCTL" TO MENS
              DISPLAY MENS.

       ROT-FIM.
           PERFORM GER-FECHA THRU GER-FECHA-FIM
           CLOSE LOTETISS RELATORIO.
           DISPLAY "GUIAS NO LOTE: " W-QTDGUIA " EM " W-NOMETISS.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.

       GER-FECHA.
           IF W-CTLPRC = 1
              CLOSE PROCED
           END-IF
           IF W-CTLATE = 1
              CLOSE ATENDIM
           END-IF
           IF W-CTLPRE = 1
              CLOSE PRECONV
           END-IF
           IF W-CTLPED = 1
              CLOSE PEDEXA
           END-IF
           IF W-CTLMED = 1
              CLOSE CADMED
           END-IF
           IF W-CTLLK = 1
              CLOSE LOOKUP
           END-IF
           CLOSE AGENDA CADPACI CADCONV TISSCTL TISSLOTE TISSGUIA.
       GER-FECHA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    CONSULTA DO CONVENIO NA COMPETENCIA, PELOS MESMOS STATUS
      *    QUE O FATCONV FATURA. A GUIA E A AUTORIZACAO GUARDADA NO
      *    CADASTRO DO PACIENTE, COMO NA EXPORTACAO DE GUIAS
       GER-CONSULTA.
           READ AGENDA NEXT RECORD
              AT END
                 MOVE 1 TO W-EOF-AGE
                 GO TO GER-CONSULTA-FIM.
           IF ANO NOT = W-ANOSEL OR MES NOT = W-MESSEL
              GO TO GER-CONSULTA-FIM.
           IF CONVPACI NOT = W-CONVSEL
              GO TO GER-CONSULTA-FIM.
           IF STATUSAGE NOT = "A" AND STATUSAGE NOT = "C" AND
              STATUSAGE NOT = "R"
              GO TO GER-CONSULTA-FIM.
           MOVE "A"      TO GUIORIGEM
           MOVE CRM      TO GUICRM
           MOVE DATACONS TO GUIDATA
           MOVE HORACONS TO GUIHORA
           MOVE SEQENC   TO GUISEQ
           MOVE ZEROS    TO GUIITEM
           PERFORM GER-JAENV THRU GER-JAENV-FIM
           IF W-SITGUIA = 1
              ADD 1 TO W-QTDJAENV
              GO TO GER-CONSULTA-FIM.
           MOVE CPFAGE TO CPF
           READ CADPACI KEY IS CPF
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO NOMEPACI NUMAUTORIZ
              MOVE ZEROS TO DTAUTORIZ.
           IF NUMAUTORIZ = SPACES
              MOVE "CONSULTA SEM GUIA/AUTORIZACAO" TO W-MOTPEND
              MOVE CPFAGE   TO LPE-CPF
              MOVE CRM      TO LPE-CRM
              MOVE DATACONS TO W-DTDMA
              MOVE W-DTDMAN TO LPE-DATA
              PERFORM GER-PENDENCIA THRU GER-PENDENCIA-FIM
              GO TO GER-CONSULTA-FIM.
           MOVE "A"        TO WG-ORIGEM
           MOVE CRM        TO WG-CRM
           MOVE DATACONS   TO WG-DATA
           MOVE HORACONS   TO WG-HORA
           MOVE SEQENC     TO WG-SEQ
           MOVE NUMAUTORIZ TO WG-NUMGUIA
           MOVE DTAUTORIZ  TO WG-DTAUT
           MOVE CPFAGE     TO WG-CPF
           MOVE NOMEPACI   TO WG-NOME
           MOVE W-SITGUIA  TO WG-SITGUIA
           MOVE ZEROS      TO WG-VALOR
           MOVE 0 TO W-QTDTAB
           PERFORM GER-PROCATE THRU GER-PROCATE-FIM
      *    SEM PROCEDIMENTO VALORADO NO ATENDIMENTO VALE O VLRPLANO,
      *    COMO NO FATCONV
           IF WG-VALOR = ZEROS
              MOVE 0 TO W-QTDTAB.
           IF W-QTDTAB = ZEROS
              MOVE "C" TO WG-TIPO
              MOVE VLRPLANO TO WG-VALOR
           ELSE
              MOVE "S" TO WG-TIPO.
           PERFORM GER-GRAVAGUIA THRU GER-GRAVAGUIA-FIM.
       GER-CONSULTA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    PROCEDIMENTOS REGISTRADOS NO ATENDIMENTO DA CONSULTA, CADA
      *    UM VALORADO PELA TABELA NEGOCIADA DO CONVENIO
       GER-PROCATE.
           IF W-CTLATE = 0
              GO TO GER-PROCATE-FIM.
           MOVE CRM      TO CRMATE
           MOVE DATACONS TO DATAATE
           MOVE HORACONS TO HORAATE
           MOVE SEQENC   TO SEQATE
           READ ATENDIM
           IF ST-ERRO3 NOT = "00"
              GO TO GER-PROCATE-FIM.
           COMPUTE W-DTCONSCMP = (ANO * 10000) + (MES * 100) + DIA
           PERFORM GER-PROCITEM THRU GER-PROCITEM-FIM
              VARYING IND-PRO FROM 1 BY 1 UNTIL IND-PRO > 5.
       GER-PROCATE-FIM.
           EXIT.

       GER-PROCITEM.
           IF PROCATE(IND-PRO) = ZEROS
              GO TO GER-PROCITEM-FIM.
           MOVE PROCATE(IND-PRO) TO CODPROC
           READ PROCED
           IF ST-ERRO4 NOT = "00"
              GO TO GER-PROCITEM-FIM.
           PERFORM GER-PRECO THRU GER-PRECO-FIM
           ADD 1 TO W-QTDTAB
           MOVE ZEROS      TO TBI-NUM(W-QTDTAB)
           MOVE CODPROC    TO TBI-PROC(W-QTDTAB)
           MOVE DESCPROC   TO TBI-DESC(W-QTDTAB)
           MOVE W-VLRITEM  TO TBI-VALOR(W-QTDTAB)
           MOVE W-SITGUIA  TO TBI-SIT(W-QTDTAB)
           ADD W-VLRITEM TO WG-VALOR.
       GER-PROCITEM-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    PRECO DO PROCEDIMENTO: O VALOR NEGOCIADO DO CONVENIO,
      *    QUANDO VIGENTE NA DATA; SENAO O VLRPROC CHEIO
       GER-PRECO.
           MOVE VLRPROC TO W-VLRITEM
           IF W-CTLPRE = 0
              GO TO GER-PRECO-FIM.
           MOVE W-CONVSEL TO PRECONVEN
           MOVE CODPROC   TO PREPROC
           READ PRECONV
           IF ST-ERRO5 NOT = "00"
              GO TO GER-PRECO-FIM.
           IF STATUSPRE NOT = "I" AND
              PREVIGINI NOT > W-DTCONSCMP
              MOVE PREVALOR TO W-VLRITEM.
       GER-PRECO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    EXAME REALIZADO (OU COM RESULTADO ENTREGUE) ATE O FIM DA
      *    COMPETENCIA E AINDA NAO ENVIADO. OS ITENS DE UM MESMO
      *    PEDIDO COM O MESMO NUMERO DE GUIA FORMAM UMA GUIA SP/SADT.
      *    EXAME CONVERTIDO PARA PARTICULAR (A RECEBER OU JA PAGO NO
      *    CAIXA) NAO VAI PARA O CONVENIO
       GER-EXAME.
           READ PEDEXA NEXT RECORD
              AT END
                 MOVE 1 TO W-EOF-PED
                 GO TO GER-EXAME-FIM.
           IF PEDSITUACAO NOT = "R" AND PEDSITUACAO NOT = "E"
              GO TO GER-EXAME-FIM.
           IF PEDGUIA = "PARTICULAR" OR PEDGUIA = "PARTIC PAGO"
              GO TO GER-EXAME-FIM.
           MOVE PEDDATA TO W-DTDMAN
           IF W-DMAANO > W-ANOSEL OR
              (W-DMAANO = W-ANOSEL AND W-DMAMES > W-MESSEL)
              GO TO GER-EXAME-FIM.
           PERFORM GER-CONVEXA THRU GER-CONVEXA-FIM
           IF W-CONVEXA NOT = W-CONVSEL
              GO TO GER-EXAME-FIM.
      *    MUDOU O PEDIDO OU A GUIA (OU A GUIA ENCHEU): FECHA A
      *    GUIA EM MONTAGEM ANTES DE COMECAR A PROXIMA
           IF W-QTDTAB > ZEROS
              IF WG-CRM NOT = PEDCRM OR WG-DATA NOT = PEDDATA OR
                 WG-HORA NOT = PEDHORA OR WG-SEQ NOT = PEDSEQENC OR
                 WG-NUMGUIA NOT = PEDGUIA OR W-QTDTAB = 20
                 PERFORM GER-GRAVAGUIA THRU GER-GRAVAGUIA-FIM.
           MOVE "E"       TO GUIORIGEM
           MOVE PEDCRM    TO GUICRM
           MOVE PEDDATA   TO GUIDATA
           MOVE PEDHORA   TO GUIHORA
           MOVE PEDSEQENC TO GUISEQ
           MOVE PEDITEM   TO GUIITEM
           PERFORM GER-JAENV THRU GER-JAENV-FIM
           IF W-SITGUIA = 1
              ADD 1 TO W-QTDJAENV
              GO TO GER-EXAME-FIM.
           MOVE PEDCPF  TO LPE-CPF
           MOVE PEDCRM  TO LPE-CRM
           MOVE PEDDATA TO LPE-DATA
           IF PEDGUIA = SPACES
              MOVE "EXAME SEM NUMERO DE GUIA" TO W-MOTPEND
              PERFORM GER-PENDENCIA THRU GER-PENDENCIA-FIM
              GO TO GER-EXAME-FIM.
           MOVE PEDPROC TO CODPROC
           READ PROCED
           IF ST-ERRO4 NOT = "00"
              MOVE "EXAME COM PROCEDIMENTO INVALIDO" TO W-MOTPEND
              PERFORM GER-PENDENCIA THRU GER-PENDENCIA-FIM
              GO TO GER-EXAME-FIM.
           IF W-QTDTAB = ZEROS
              PERFORM GER-NOVAEXA THRU GER-NOVAEXA-FIM.
           MOVE W-DMAANO TO W-AMDANO
           MOVE W-DMAMES TO W-AMDMES
           MOVE W-DMADIA TO W-AMDDIA
           MOVE W-DTAMDN TO W-DTCONSCMP
           PERFORM GER-PRECO THRU GER-PRECO-FIM
           ADD 1 TO W-QTDTAB
           MOVE PEDITEM    TO TBI-NUM(W-QTDTAB)
           MOVE CODPROC    TO TBI-PROC(W-QTDTAB)
           MOVE DESCPROC   TO TBI-DESC(W-QTDTAB)
           MOVE W-VLRITEM  TO TBI-VALOR(W-QTDTAB)
           MOVE W-SITGUIA  TO TBI-SIT(W-QTDTAB)
           ADD W-VLRITEM TO WG-VALOR.
       GER-EXAME-FIM.
           EXIT.

       GER-NOVAEXA.
           MOVE "S"       TO WG-TIPO
           MOVE "E"       TO WG-ORIGEM
           MOVE PEDCRM    TO WG-CRM
           MOVE PEDDATA   TO WG-DATA
           MOVE PEDHORA   TO WG-HORA
           MOVE PEDSEQENC TO WG-SEQ
           MOVE PEDGUIA   TO WG-NUMGUIA
           MOVE PEDDTPED  TO WG-DTAUT
           MOVE PEDCPF    TO WG-CPF
           MOVE ZEROS     TO WG-VALOR WG-SITGUIA
           MOVE "(PACIENTE NAO CADASTRADO)" TO WG-NOME
           MOVE PEDCPF TO CPF
           READ CADPACI KEY IS CPF
           IF ST-ERRO = "00"
              MOVE NOMEPACI TO WG-NOME.
       GER-NOVAEXA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    CONVENIO DO EXAME: O DA CONSULTA QUE O PEDIU; SE A
      *    CONSULTA JA FOI ARQUIVADA, O CONVENIO ATUAL DO PACIENTE
       GER-CONVEXA.
           MOVE ZEROS     TO W-CONVEXA
           MOVE PEDCRM    TO CRM
           MOVE PEDDATA   TO DATACONS
           MOVE PEDHORA   TO HORACONS
           MOVE PEDSEQENC TO SEQENC
           READ AGENDA
           IF ST-ERRO = "00"
              MOVE CONVPACI TO W-CONVEXA
              GO TO GER-CONVEXA-FIM.
           MOVE PEDCPF TO CPF
           READ CADPACI KEY IS CPF
           IF ST-ERRO = "00"
              MOVE CONVPAC TO W-CONVEXA.
       GER-CONVEXA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    SITUACAO DA GUIA NO CONTROLE: 0=NUNCA ENVIADA
      *    1=JA ESTA EM OUTRO LOTE  2=ESTAVA EM LOTE RECUSADO
       GER-JAENV.
           MOVE 0 TO W-SITGUIA
           READ TISSGUIA
           IF ST-ERRO9 NOT = "00"
              GO TO GER-JAENV-FIM.
           MOVE 1 TO W-SITGUIA
           MOVE GUICONV TO LOTCONV
           MOVE GUILOTE TO LOTNUM
           READ TISSLOTE
           IF ST-ERRO9 = "00" AND LOTSITUACAO = "R"
              MOVE 2 TO W-SITGUIA.
       GER-JAENV-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    GRAVA A GUIA EM MONTAGEM NO ARQUIVO DO LOTE, MARCA NO
      *    CONTROLE DE GUIAS E LISTA NO PROTOCOLO
       GER-GRAVAGUIA.
           ADD 1 TO W-SEQGUIA
           PERFORM GER-MEDICO THRU GER-MEDICO-FIM
           MOVE WG-DATA TO W-DTDMAN
           MOVE W-DMAANO TO W-AMDANO
           MOVE W-DMAMES TO W-AMDMES
           MOVE W-DMADIA TO W-AMDDIA
           IF WG-TIPO = "C"
              PERFORM GER-GUIACONS THRU GER-GUIACONS-FIM
           ELSE
              PERFORM GER-GUIASADT THRU GER-GUIASADT-FIM.
      *    A CONSULTA E UMA SO MARCA NO CONTROLE; NO EXAME CADA ITEM
      *    DO PEDIDO E MARCADO EM GER-ITEM
           IF WG-ORIGEM = "A"
              MOVE "A"        TO GUIORIGEM
              MOVE WG-CRM     TO GUICRM
              MOVE WG-DATA    TO GUIDATA
              MOVE WG-HORA    TO GUIHORA
              MOVE WG-SEQ     TO GUISEQ
              MOVE ZEROS      TO GUIITEM
              MOVE WG-VALOR   TO GUIVALOR
              MOVE WG-SITGUIA TO W-SITGUIA
              PERFORM GER-MARCA THRU GER-MARCA-FIM.
           MOVE W-SEQGUIA  TO LR-SEQ
           MOVE WG-NUMGUIA TO LR-NUMGUIA
           MOVE WG-NOME    TO LR-NOME
           MOVE WG-CRM     TO LR-CRM
           MOVE WG-DATA    TO LR-DATA
           MOVE WG-VALOR   TO LR-VALOR
           WRITE LINHA-REL FROM LIN-DET2
           ADD 1 TO W-QTDGUIA
           ADD WG-VALOR TO W-TOTVALOR
           MOVE 0 TO W-QTDTAB.
       GER-GRAVAGUIA-FIM.
           EXIT.

       GER-GUIACONS.
           MOVE W-SEQGUIA  TO TC-SEQ
           MOVE WG-NUMGUIA TO TC-NUMGUIA
           MOVE WG-DTAUT   TO TC-DTAUT
           MOVE WG-CPF     TO TC-CPF
           MOVE WG-NOME    TO TC-NOME
           MOVE WG-CRM     TO TC-CRM
           MOVE W-MEDNOME  TO TC-NOMEMED
           MOVE W-MEDESP   TO TC-ESPEC
           MOVE W-MEDDESC  TO TC-DESCESP
           MOVE W-DTAMDN   TO TC-DATA
           MOVE WG-HORA    TO TC-HORA
           MOVE WG-VALOR   TO TC-VALOR
           WRITE LINHA-TISS FROM TIS-CONSULTA
           MOVE "CONS" TO LR-TIPO
           ADD 1 TO W-QTDCONS.
       GER-GUIACONS-FIM.
           EXIT.

       GER-GUIASADT.
           MOVE W-SEQGUIA  TO TS-SEQ
           MOVE WG-NUMGUIA TO TS-NUMGUIA
           MOVE WG-DTAUT   TO TS-DTAUT
           MOVE WG-CPF     TO TS-CPF
           MOVE WG-NOME    TO TS-NOME
           MOVE WG-CRM     TO TS-CRM
           MOVE W-MEDNOME  TO TS-NOMEMED
           MOVE W-MEDESP   TO TS-ESPEC
           MOVE W-MEDDESC  TO TS-DESCESP
           MOVE W-DTAMDN   TO TS-DATA
           MOVE WG-HORA    TO TS-HORA
           MOVE WG-ORIGEM  TO TS-ORIGEM
           MOVE W-QTDTAB   TO TS-QTDITEM
           MOVE WG-VALOR   TO TS-VALOR
           WRITE LINHA-TISS FROM TIS-SADT
           PERFORM GER-ITEM THRU GER-ITEM-FIM
              VARYING IND-ITE FROM 1 BY 1 UNTIL IND-ITE > W-QTDTAB
           MOVE "SADT" TO LR-TIPO
           ADD 1 TO W-QTDSADT.
       GER-GUIASADT-FIM.
           EXIT.

       GER-ITEM.
           MOVE W-SEQGUIA          TO TI-SEQ
           MOVE TBI-PROC(IND-ITE)  TO TI-PROC
           MOVE TBI-DESC(IND-ITE)  TO TI-DESC
           MOVE 1                  TO TI-QTD
           MOVE TBI-VALOR(IND-ITE) TO TI-VLRUNIT TI-VLRTOT
           WRITE LINHA-TISS FROM TIS-ITEM
           ADD 1 TO W-QTDITEM
           IF WG-ORIGEM NOT = "E"
              GO TO GER-ITEM-FIM.
           MOVE "E"                TO GUIORIGEM
           MOVE WG-CRM             TO GUICRM
           MOVE WG-DATA            TO GUIDATA
           MOVE WG-HORA            TO GUIHORA
           MOVE WG-SEQ             TO GUISEQ
           MOVE TBI-NUM(IND-ITE)   TO GUIITEM
           MOVE TBI-VALOR(IND-ITE) TO GUIVALOR
           MOVE TBI-SIT(IND-ITE)   TO W-SITGUIA
           PERFORM GER-MARCA THRU GER-MARCA-FIM.
       GER-ITEM-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    MARCA A GUIA COM O LOTE ATUAL. A QUE VOLTOU DE LOTE
      *    RECUSADO TEM O REGISTRO REGRAVADO COM O LOTE NOVO
       GER-MARCA.
           MOVE W-CONVSEL  TO GUICONV
           MOVE W-LOTE     TO GUILOTE
           MOVE WG-TIPO    TO GUITIPO
           MOVE WG-NUMGUIA TO GUINUM
           MOVE WG-CPF     TO GUICPF
           MOVE W-DTHOJE   TO GUIDTGER
           IF W-SITGUIA = 2
              REWRITE REGTISSGUIA
              ADD 1 TO W-QTDREENV
           ELSE
              WRITE REGTISSGUIA.
           IF ST-ERRO9 NOT = "00"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO TISSGUIA" TO MENS
              DISPLAY MENS.
       GER-MARCA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    NOME E ESPECIALIDADE PRINCIPAL DO PROFISSIONAL (CADMED E
      *    DOMINIO ES DO LOOKUP), GUARDADOS PARA O MESMO CRM
       GER-MEDICO.
           IF WG-CRM = W-CRMANT
              GO TO GER-MEDICO-FIM.
           MOVE WG-CRM TO W-CRMANT
           MOVE "(MEDICO NAO CADASTRADO)" TO W-MEDNOME
           MOVE ZEROS  TO W-MEDESP
           MOVE SPACES TO W-MEDDESC
           IF W-CTLMED = 0
              GO TO GER-MEDICO-FIM.
           MOVE WG-CRM TO CRMMED
           READ CADMED
           IF ST-ERRO6 NOT = "00"
              GO TO GER-MEDICO-FIM.
           MOVE NOMEMED            TO W-MEDNOME
           MOVE TPESPECIALIDADE(1) TO W-MEDESP
           IF W-CTLLK = 0
              GO TO GER-MEDICO-FIM.
           MOVE "ES"               TO LKDOM
           MOVE TPESPECIALIDADE(1) TO LKCOD
           READ LOOKUP
           IF ST-ERRO7 = "00"
              MOVE LKDESC TO W-MEDDESC.
       GER-MEDICO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    CONSULTA OU EXAME QUE FICA FORA DO LOTE, NO PROTOCOLO
       GER-PENDENCIA.
           MOVE W-MOTPEND TO LPE-MOTIVO
           WRITE LINHA-REL FROM LIN-PEN
           ADD 1 TO W-QTDPEND.
       GER-PENDENCIA-FIM.
           EXIT.
      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
