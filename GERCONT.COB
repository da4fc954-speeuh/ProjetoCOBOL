       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERCONT.
      *AUTHOR. LUCAS ALVES VIEIRA.
      ********************************************************
      * INTERFACE CONTABIL - LANCAMENTOS DO PERIODO *
      * DIARIO (UMA DATA) OU MENSAL (UMA COMPETENCIA). GERA O *
      * ARQUIVO DE LANCAMENTOS (DATA, CONTA DEBITO, CONTA *
      * CREDITO, VALOR, HISTORICO E CENTRO DE CUSTO = UNIDADE *
      * DA CONSULTA NA AGENDA) A PARTIR DOS RECEBIMENTOS DO *
      * CAIXA E DAS BAIXAS, GLOSAS E RECURSOS DE TITULOS; NO *
      * MENSAL ENTRAM TAMBEM A PROVISAO DOS TITULOS DA *
      * COMPETENCIA E A PROVISAO DO REPASSE POR CRM (VALORADA *
      * COMO O REPASSE). AS CONTAS DE CADA EVENTO VEM DO *
      * PLACONT (CADPLAC). IMPRIME A CONFERENCIA POR EVENTO *
      * COM O TOTAL DE DEBITOS IGUAL AO DE CREDITOS *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PLACONT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTEVENTO
                    FILE STATUS  IS ST-ERRO.

            SELECT AGENDA ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CHAVEAGE
                      FILE STATUS  IS ST-ERRO2
                      ALTERNATE RECORD KEY IS CPFAGE
                                    WITH DUPLICATES.

            SELECT CAIXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECX
                    FILE STATUS  IS ST-ERRO3.

            SELECT TITULOS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVETIT
                    FILE STATUS  IS ST-ERRO4.

            SELECT RECGLOSA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEREC
                    FILE STATUS  IS ST-ERRO5.

            SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION  IS INDEXED
                    ACCESS MODE   IS DYNAMIC
                    RECORD KEY    IS CODIGO
                    FILE STATUS   IS ST-ERRO6
                    ALTERNATE RECORD KEY IS NOME OF REGCADCONV
                                    WITH DUPLICATES.

            SELECT REPASMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS REPCRM
                    FILE STATUS  IS ST-ERRO7.

            SELECT ATENDIM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEATE
                    FILE STATUS  IS ST-ERRO8
                    ALTERNATE RECORD KEY IS CPFATE
                                    WITH DUPLICATES.

            SELECT PROCED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPROC
                    FILE STATUS  IS ST-ERRO9.

            SELECT PRECONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPRE
                    FILE STATUS  IS ST-ERRO10.

            SELECT LANCONT ASSIGN TO W-NOMELAN
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO11.

            SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO12.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD PLACONT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PLACONT.DAT".
       01 REGPLACONT.
                03 CTEVENTO          PIC 9(02).
                03 CTDEBITO          PIC X(15).
                03 CTCREDITO         PIC X(15).
                03 CTHIST            PIC X(30).
                03 STATUSREG         PIC X(01).
      *
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
       FD REPASMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REPASMED.DAT".
       01 REGREPASMED.
                03 REPCRM            PIC 9(06).
                03 REPPERC           PIC 9(03)V99.
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
       FD LANCONT
               LABEL RECORD IS STANDARD.
       01 LINHA-LAN          PIC X(140).
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
       77 ST-ERRO10      PIC X(02) VALUE "00".
       77 ST-ERRO11      PIC X(02) VALUE "00".
       77 ST-ERRO12      PIC X(02) VALUE "00".
       77 W-CTLAGE       PIC 9(01) VALUE ZEROS.
       77 W-CTLCX        PIC 9(01) VALUE ZEROS.
       77 W-CTLTIT       PIC 9(01) VALUE ZEROS.
       77 W-CTLREC       PIC 9(01) VALUE ZEROS.
       77 W-CTLREP       PIC 9(01) VALUE ZEROS.
       77 W-CTLATE       PIC 9(01) VALUE ZEROS.
       77 W-CTLPRE       PIC 9(01) VALUE ZEROS.
       77 W-EOF-PLA      PIC 9(01) VALUE ZEROS.
       77 W-EOF-CX       PIC 9(01) VALUE ZEROS.
       77 W-EOF-TIT      PIC 9(01) VALUE ZEROS.
       77 W-EOF-AGE      PIC 9(01) VALUE ZEROS.
       77 W-TIPO         PIC X(01) VALUE SPACES.
       77 W-DTINI        PIC 9(08) VALUE ZEROS.
       77 W-DTFIM        PIC 9(08) VALUE ZEROS.
       77 W-DTLANC       PIC 9(08) VALUE ZEROS.
       77 W-EVENTO       PIC 9(02) VALUE ZEROS.
       77 W-VLRLANC      PIC 9(11)V99 VALUE ZEROS.
       77 W-CCUSTO       PIC 9(02) VALUE ZEROS.
       77 W-RECRET       PIC 9(01) VALUE ZEROS.
       77 W-QTDLAN       PIC 9(06) VALUE ZEROS.
       77 W-QTDSEMCTA    PIC 9(06) VALUE ZEROS.
       77 W-TOTDEB       PIC 9(13)V99 VALUE ZEROS.
       77 W-TOTCRE       PIC 9(13)V99 VALUE ZEROS.
       77 W-TOTSEMCTA    PIC 9(13)V99 VALUE ZEROS.
       77 IND            PIC 9(04) VALUE ZEROS.
       77 IND-PRO        PIC 9(01) VALUE ZEROS.
       77 W-ACHOU        PIC 9(01) VALUE ZEROS.
       77 W-AVISOTAB     PIC 9(01) VALUE ZEROS.
       77 W-QTDRMU       PIC 9(04) VALUE ZEROS.
       77 W-VLRCONS      PIC 9(08)V99 VALUE ZEROS.
       77 W-VLRPROCS     PIC 9(08)V99 VALUE ZEROS.
       77 W-VLRITEM      PIC 9(06)V99 VALUE ZEROS.
       77 W-DTCONSCMP    PIC 9(08) VALUE ZEROS.
       77 W-VULTDIA      PIC 9(02) VALUE ZEROS.
       77 W-QUOC         PIC 9(06) VALUE ZEROS.
       77 W-RESTO4       PIC 9(03) VALUE ZEROS.
       77 W-RESTO100     PIC 9(03) VALUE ZEROS.
       77 W-RESTO400     PIC 9(03) VALUE ZEROS.
       01 MENS           PIC X(50) VALUE SPACES.
       01 W-NOMELAN      PIC X(20) VALUE SPACES.
       01 W-SUFIXO       PIC X(08) VALUE SPACES.
       01 W-ANOMES.
          03 W-UANO      PIC 9(04).
          03 W-UMES      PIC 9(02).
       01 W-ANOMESN REDEFINES W-ANOMES PIC 9(06).
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
       01 W-COMPL.
          03 WC-TEXTO    PIC X(04).
          03 WC-CRM      PIC 9(06).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 WC-TEXTO2   PIC X(05).
          03 WC-DATA     PIC 9(08).
          03 FILLER      PIC X(06) VALUE SPACES.

      *    CONTAS DE CADA EVENTO CARREGADAS DO PLACONT
       01 TAB-PLA.
          03 TP-ITEM     OCCURS 7 TIMES.
             05 TP-OK    PIC 9(01).
             05 TP-DEB   PIC X(15).
             05 TP-CRE   PIC X(15).
             05 TP-HIST  PIC X(30).
      *    CONFERENCIA POR EVENTO
       01 TAB-CONF.
          03 TC-ITEM     OCCURS 7 TIMES.
             05 TC-QTD   PIC 9(06).
             05 TC-DEB   PIC 9(13)V99.
             05 TC-CRE   PIC 9(13)V99.
             05 TC-SEM   PIC 9(13)V99.
      *    PRODUCAO PARA O REPASSE POR CRM E UNIDADE (ATE 1000)
       01 TAB-RMU.
          03 TR-ITEM     OCCURS 1000 TIMES.
             05 TR-CRM   PIC 9(06).
             05 TR-UNID  PIC 9(02).
             05 TR-VLR   PIC 9(09)V99.

       01 TAB-EVENTOS.
          03 FILLER     PIC X(30) VALUE
             "CAIXA - RECEB. EM DINHEIRO".
          03 FILLER     PIC X(30) VALUE
             "CAIXA - RECEB. EM CARTAO".
          03 FILLER     PIC X(30) VALUE
             "PROVISAO DE TITULOS A RECEBER".
          03 FILLER     PIC X(30) VALUE
             "BAIXA DE TITULO (CONVENIO)".
          03 FILLER     PIC X(30) VALUE
             "GLOSA DE TITULO".
          03 FILLER     PIC X(30) VALUE
             "RECEBIMENTO DE RECURSO GLOSA".
          03 FILLER     PIC X(30) VALUE
             "PROVISAO DE REPASSE MEDICO".
       01 TAB-EVENTOSR REDEFINES TAB-EVENTOS.
          03 TE-DESC    PIC X(30) OCCURS 7 TIMES.

      *    LAYOUT DO ARQUIVO DE LANCAMENTOS
       01 LAN-DET.
          03 LAN-DATA    PIC 9(08).
          03 FILLER      PIC X(01) VALUE ";".
          03 LAN-DEBITO  PIC X(15).
          03 FILLER      PIC X(01) VALUE ";".
          03 LAN-CREDITO PIC X(15).
          03 FILLER      PIC X(01) VALUE ";".
          03 LAN-VALOR   PIC 9(11)V99.
          03 FILLER      PIC X(01) VALUE ";".
          03 LAN-HIST    PIC X(30).
          03 FILLER      PIC X(01) VALUE ";".
          03 LAN-COMPL   PIC X(30).
          03 FILLER      PIC X(01) VALUE ";".
          03 LAN-CCUSTO  PIC 9(02).
          03 FILLER      PIC X(01) VALUE ";".
          03 LAN-EVENTO  PIC 9(02).

       01 LIN-CAB1.
          03 FILLER      PIC X(10) VALUE SPACES.
          03 FILLER      PIC X(38) VALUE
             "CONFERENCIA DOS LANCAMENTOS CONTABEIS".
          03 FILLER      PIC X(03) VALUE SPACES.
          03 LC1-DTINI   PIC 9(08).
          03 FILLER      PIC X(03) VALUE " A ".
          03 LC1-DTFIM   PIC 9(08).
       01 LIN-CAB2.
          03 FILLER      PIC X(31) VALUE "EVENTO".
          03 FILLER      PIC X(07) VALUE "   QTD.".
          03 FILLER      PIC X(14) VALUE "       DEBITOS".
          03 FILLER      PIC X(14) VALUE "      CREDITOS".
          03 FILLER      PIC X(14) VALUE "     SEM CONTA".
       01 LIN-DET.
          03 LD-EVENTO   PIC X(30).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-QTD      PIC ZZZ.ZZ9.
          03 LD-DEB      PIC ZZZ.ZZZ.ZZ9,99.
          03 LD-CRE      PIC ZZZ.ZZZ.ZZ9,99.
          03 LD-SEM      PIC ZZZ.ZZZ.ZZ9,99.
       01 LIN-TOT1.
          03 FILLER      PIC X(26) VALUE "LANCAMENTOS GERADOS      :".
          03 LT1-QTD     PIC ZZZ.ZZ9.
       01 LIN-TOT2.
          03 FILLER      PIC X(26) VALUE "TOTAL DE DEBITOS         :".
          03 LT2-VLR     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 LIN-TOT3.
          03 FILLER      PIC X(26) VALUE "TOTAL DE CREDITOS        :".
          03 LT3-VLR     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 LIN-TOT4.
          03 FILLER      PIC X(26) VALUE "SEM CONTA NO PLANO       :".
          03 LT4-QTD     PIC ZZZ.ZZ9.
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LT4-VLR     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 LIN-TOT5.
          03 FILLER      PIC X(26) VALUE "SITUACAO DA CONFERENCIA  :".
          03 LT5-SIT     PIC X(40).
       01 LIN-TOT6.
          03 FILLER      PIC X(26) VALUE "ARQUIVO GERADO           :".
          03 LT6-NOME    PIC X(20).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "INTERFACE CONTABIL - LANCAMENTOS"
           DISPLAY "TIPO (D=DIARIO  M=MENSAL): "
           ACCEPT W-TIPO
           IF W-TIPO = "d"
              MOVE "D" TO W-TIPO.
           IF W-TIPO = "m"
              MOVE "M" TO W-TIPO.
           IF W-TIPO = "D"
              GO TO INI-DIARIO.
           IF W-TIPO NOT = "M"
              DISPLAY "*** TIPO INVALIDO ***"
              GO TO ROT-FIMS.
      *    MENSAL: O PERIODO E A COMPETENCIA INTEIRA E AS PROVISOES
      *    SAO LANCADAS NO ULTIMO DIA DO MES
       INI-MENSAL.
           DISPLAY "COMPETENCIA (AAAAMM): "
           ACCEPT W-ANOMESN
           IF W-UMES < 01 OR W-UMES > 12
              DISPLAY "*** COMPETENCIA INVALIDA ***"
              GO TO ROT-FIMS.
           PERFORM CAL-ULTDIA THRU CAL-ULTDIA-FIM
           COMPUTE W-DTINI = (W-ANOMESN * 100) + 1
           COMPUTE W-DTFIM = (W-ANOMESN * 100) + W-VULTDIA
           MOVE W-ANOMESN TO W-SUFIXO
           GO TO INC-OP0.
       INI-DIARIO.
           DISPLAY "DATA (AAAAMMDD, ZEROS=HOJE): "
           ACCEPT W-DTINI
           IF W-DTINI = ZEROS
              ACCEPT W-DTINI FROM DATE YYYYMMDD.
           MOVE W-DTINI TO W-DTFIM W-SUFIXO.
       INC-OP0.
           STRING "LANCONT.DAT." W-SUFIXO
              DELIMITED BY SPACE INTO W-NOMELAN
           OPEN INPUT PLACONT
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO PLACONT NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              GO TO ROT-FIMS.
           PERFORM LAN-CARGA THRU LAN-CARGA-FIM
              UNTIL W-EOF-PLA = 1.
           CLOSE PLACONT.
      *    AS FONTES SAO OPCIONAIS: O EVENTO SEM ARQUIVO FICA ZERADO
      *    NA CONFERENCIA. SEM A AGENDA O CENTRO DE CUSTO SAI 00 E O
      *    REPASSE NAO E PROVISIONADO
       INC-OP1.
           OPEN INPUT AGENDA
           IF ST-ERRO2 = "00"
              MOVE 1 TO W-CTLAGE.
           OPEN INPUT CAIXA
           IF ST-ERRO3 = "00"
              MOVE 1 TO W-CTLCX.
           OPEN INPUT TITULOS
           IF ST-ERRO4 = "00"
              MOVE 1 TO W-CTLTIT.
           OPEN INPUT RECGLOSA
           IF ST-ERRO5 = "00"
              MOVE 1 TO W-CTLREC.
           IF W-TIPO NOT = "M" OR W-CTLAGE = 0
              GO TO INC-OP3.
       INC-OP2.
           OPEN INPUT CADCONV
           IF ST-ERRO6 NOT = "00"
              GO TO INC-OP3.
           OPEN INPUT REPASMED
           IF ST-ERRO7 NOT = "00"
              CLOSE CADCONV
              GO TO INC-OP3.
           MOVE 1 TO W-CTLREP
           OPEN INPUT ATENDIM
           IF ST-ERRO8 = "00"
              OPEN INPUT PROCED
              IF ST-ERRO9 = "00"
                 MOVE 1 TO W-CTLATE
              ELSE
                 CLOSE ATENDIM.
           IF W-CTLATE = 1
              OPEN INPUT PRECONV
              IF ST-ERRO10 = "00"
                 MOVE 1 TO W-CTLPRE.
       INC-OP3.
           OPEN OUTPUT LANCONT
           IF ST-ERRO11 NOT = "00"
              MOVE "* ERRO AO CRIAR ARQUIVO DE LANCAMENTOS *" TO MENS
              DISPLAY MENS
              PERFORM LAN-FECHA THRU LAN-FECHA-FIM
              GO TO ROT-FIMS.
       INC-OP4.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO12 NOT = "00"
              MOVE "* ERRO AO CRIAR RELATORIO *" TO MENS
              DISPLAY MENS
              PERFORM LAN-FECHA THRU LAN-FECHA-FIM
              CLOSE LANCONT
              GO TO ROT-FIMS.

       LAN-PROC.
           IF W-CTLCX = 1
              PERFORM LAN-CAIXA THRU LAN-CAIXA-FIM
                 UNTIL W-EOF-CX = 1.
           IF W-CTLTIT = 1
              PERFORM LAN-TITULO THRU LAN-TITULO-FIM
                 UNTIL W-EOF-TIT = 1.
           IF W-CTLREP = 1
              PERFORM LAN-AGENDA THRU LAN-AGENDA-FIM
                 UNTIL W-EOF-AGE = 1
              PERFORM LAN-REPASSE THRU LAN-REPASSE-FIM
                 VARYING IND FROM 1 BY 1 UNTIL IND > W-QTDRMU.
           PERFORM LAN-CONFERE THRU LAN-CONFERE-FIM.

       ROT-FIM.
           PERFORM LAN-FECHA THRU LAN-FECHA-FIM
           CLOSE LANCONT RELATORIO.
           DISPLAY "LANCAMENTOS GERADOS: " W-QTDLAN " EM " W-NOMELAN.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.

       LAN-FECHA.
           IF W-CTLAGE = 1
              CLOSE AGENDA
           END-IF
           IF W-CTLCX = 1
              CLOSE CAIXA
           END-IF
           IF W-CTLTIT = 1
              CLOSE TITULOS
           END-IF
           IF W-CTLREC = 1
              CLOSE RECGLOSA
           END-IF
           IF W-CTLREP = 1
              CLOSE CADCONV REPASMED
           END-IF
           IF W-CTLATE = 1
              CLOSE ATENDIM PROCED
           END-IF
           IF W-CTLPRE = 1
              CLOSE PRECONV
           END-IF.
       LAN-FECHA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    CARGA DO PLANO DE CONTAS (EVENTO INATIVO FICA SEM CONTA)
       LAN-CARGA.
           READ PLACONT NEXT RECORD
              AT END
                 MOVE 1 TO W-EOF-PLA
                 GO TO LAN-CARGA-FIM.
           IF CTEVENTO < 01 OR CTEVENTO > 07
              GO TO LAN-CARGA-FIM.
           IF STATUSREG OF REGPLACONT = "I"
              GO TO LAN-CARGA-FIM.
           MOVE 1         TO TP-OK(CTEVENTO)
           MOVE CTDEBITO  TO TP-DEB(CTEVENTO)
           MOVE CTCREDITO TO TP-CRE(CTEVENTO)
           MOVE CTHIST    TO TP-HIST(CTEVENTO).
       LAN-CARGA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    RECEBIMENTOS DO CAIXA NO PERIODO (VALOR LIQUIDO NO
      *    PARTICULAR), POR FORMA DE PAGAMENTO
       LAN-CAIXA.
           READ CAIXA NEXT RECORD
              AT END
                 MOVE 1 TO W-EOF-CX
                 GO TO LAN-CAIXA-FIM.
           IF CXDTRECEB < W-DTINI OR CXDTRECEB > W-DTFIM
              GO TO LAN-CAIXA-FIM.
           IF CXTIPO = "P"
              MOVE CXVLRLIQ TO W-VLRLANC
           ELSE
              MOVE CXVALOR TO W-VLRLANC.
           IF CXFORMA = "D"
              MOVE 01 TO W-EVENTO
           ELSE
              MOVE 02 TO W-EVENTO.
           MOVE CXDTRECEB TO W-DTLANC
           MOVE CHAVECX TO CHAVEAGE
           PERFORM LAN-UNIDADE THRU LAN-UNIDADE-FIM
           MOVE "CRM " TO WC-TEXTO
           MOVE CXCRM TO WC-CRM
           MOVE "CONS " TO WC-TEXTO2
           MOVE CXDATACONS TO WC-DATA
           PERFORM LAN-GRAVA THRU LAN-GRAVA-FIM.
       LAN-CAIXA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    TITULOS: PROVISAO DA COMPETENCIA (SO NO MENSAL), BAIXA E
      *    GLOSA DO RETORNO NO PERIODO. TITULO CUJA ULTIMA BAIXA FOI
      *    O RETORNO DE UM RECURSO LANCA SO O VALOR DO RECURSO; A
      *    BAIXA E A GLOSA ORIGINAIS JA FORAM LANCADAS NA SUA DATA
       LAN-TITULO.
           READ TITULOS NEXT RECORD
              AT END
                 MOVE 1 TO W-EOF-TIT
                 GO TO LAN-TITULO-FIM.
           MOVE TITDATA TO W-DTAMDN
           MOVE W-DTAMD-DIA TO W-DTDMA-DIA
           MOVE W-DTAMD-MES TO W-DTDMA-MES
           MOVE W-DTAMD-ANO TO W-DTDMA-ANO
           MOVE TITCRM    TO CRM
           MOVE W-DTDMAN  TO DATACONS
           MOVE TITHORA   TO HORACONS
           MOVE TITSEQ    TO SEQENC
           MOVE "CRM " TO WC-TEXTO
           MOVE TITCRM TO WC-CRM
           MOVE "CONS " TO WC-TEXTO2
           MOVE TITDATA TO WC-DATA
           IF W-TIPO = "M" AND TITCOMP = W-ANOMESN
              PERFORM LAN-UNIDADE THRU LAN-UNIDADE-FIM
              MOVE 03 TO W-EVENTO
              MOVE W-DTFIM TO W-DTLANC
              MOVE TITVLR TO W-VLRLANC
              PERFORM LAN-GRAVA THRU LAN-GRAVA-FIM
              MOVE TITCRM    TO CRM
              MOVE W-DTDMAN  TO DATACONS
              MOVE TITHORA   TO HORACONS
              MOVE TITSEQ    TO SEQENC
           END-IF
           IF TITSTATUS = "P" OR TITDTBAIXA < W-DTINI OR
              TITDTBAIXA > W-DTFIM
              GO TO LAN-TITULO-FIM.
           PERFORM LAN-UNIDADE THRU LAN-UNIDADE-FIM
           MOVE TITDTBAIXA TO W-DTLANC
           MOVE 0 TO W-RECRET
           IF W-CTLREC = 1
              MOVE CHAVETIT TO CHAVEREC
              READ RECGLOSA
              IF ST-ERRO5 = "00" AND RECDTRET = TITDTBAIXA
                 MOVE 1 TO W-RECRET
              END-IF
           END-IF
           IF W-RECRET = 1
              IF RECVLRPAGO > ZEROS
                 MOVE 06 TO W-EVENTO
                 MOVE RECVLRPAGO TO W-VLRLANC
                 PERFORM LAN-GRAVA THRU LAN-GRAVA-FIM
              END-IF
              GO TO LAN-TITULO-FIM.
           IF TITVLRPAGO > ZEROS
              MOVE 04 TO W-EVENTO
              MOVE TITVLRPAGO TO W-VLRLANC
              PERFORM LAN-GRAVA THRU LAN-GRAVA-FIM.
           IF TITSTATUS = "G" AND TITVLRGLOSA > ZEROS
              MOVE 05 TO W-EVENTO
              MOVE TITVLRGLOSA TO W-VLRLANC
              PERFORM LAN-GRAVA THRU LAN-GRAVA-FIM.
       LAN-TITULO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    CENTRO DE CUSTO: UNIDADE DA CONSULTA NA AGENDA (CHAVEAGE
      *    JA MONTADA); CONSULTA JA EXPURGADA SAI NO CENTRO 00
       LAN-UNIDADE.
           MOVE ZEROS TO W-CCUSTO
           IF W-CTLAGE = 0
              GO TO LAN-UNIDADE-FIM.
           READ AGENDA
           IF ST-ERRO2 = "00"
              MOVE UNIDAGE TO W-CCUSTO.
       LAN-UNIDADE-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    PRODUCAO DO MES PARA O REPASSE: CONSULTA REALIZADA NA
      *    COMPETENCIA, VALORADA COMO NO REPASSE, POR CRM E UNIDADE
       LAN-AGENDA.
           READ AGENDA NEXT RECORD
              AT END
                 MOVE 1 TO W-EOF-AGE
                 GO TO LAN-AGENDA-FIM.
           IF STATUSAGE NOT = "R"
              GO TO LAN-AGENDA-FIM.
           IF ANO NOT = W-UANO OR MES NOT = W-UMES
              GO TO LAN-AGENDA-FIM.
           PERFORM LAN-VLRCONS THRU LAN-VLRCONS-FIM
           MOVE 0 TO W-ACHOU
           PERFORM LAN-ACHARMU THRU LAN-ACHARMU-FIM
              VARYING IND FROM 1 BY 1
              UNTIL IND > W-QTDRMU OR W-ACHOU = 1
           IF W-ACHOU = 1
              SUBTRACT 1 FROM IND
           ELSE
              IF W-QTDRMU NOT < 1000
                 IF W-AVISOTAB = 0
                    DISPLAY "*** TABELA DE REPASSE ESGOTADA - "
                            "PROVISAO INCOMPLETA, CONFERIR ***"
                    MOVE 1 TO W-AVISOTAB
                 END-IF
                 GO TO LAN-AGENDA-FIM
              END-IF
              ADD 1 TO W-QTDRMU
              MOVE W-QTDRMU TO IND
              MOVE CRM      TO TR-CRM(IND)
              MOVE UNIDAGE  TO TR-UNID(IND)
              MOVE ZEROS    TO TR-VLR(IND)
           END-IF
           ADD W-VLRCONS TO TR-VLR(IND).
       LAN-AGENDA-FIM.
           EXIT.

       LAN-ACHARMU.
           IF TR-CRM(IND) = CRM AND TR-UNID(IND) = UNIDAGE
              MOVE 1 TO W-ACHOU.
       LAN-ACHARMU-FIM.
           EXIT.

      *    VALOR DA CONSULTA: MESMO CRITERIO DO REPASSE (SOMA DOS
      *    PROCEDIMENTOS DO ATENDIMENTO COM O PRECO NEGOCIADO DO
      *    CONVENIO QUANDO VIGENTE; SENAO O VLRPLANO CHEIO)
       LAN-VLRCONS.
           MOVE CONVPACI TO CODIGO
           READ CADCONV
           IF ST-ERRO6 = "00"
              MOVE VLRPLANO TO W-VLRCONS
           ELSE
              MOVE ZEROS TO W-VLRCONS.
           IF W-CTLATE = 0
              GO TO LAN-VLRCONS-FIM.
           MOVE CRM      TO CRMATE
           MOVE DATACONS TO DATAATE
           MOVE HORACONS TO HORAATE
           MOVE SEQENC   TO SEQATE
           READ ATENDIM
           IF ST-ERRO8 NOT = "00"
              GO TO LAN-VLRCONS-FIM.
           MOVE 0 TO W-VLRPROCS
           PERFORM LAN-PROCED THRU LAN-PROCED-FIM
              VARYING IND-PRO FROM 1 BY 1 UNTIL IND-PRO > 5
           IF W-VLRPROCS NOT = ZEROS
              MOVE W-VLRPROCS TO W-VLRCONS.
       LAN-VLRCONS-FIM.
           EXIT.

       LAN-PROCED.
           IF PROCATE(IND-PRO) = ZEROS
              GO TO LAN-PROCED-FIM.
           MOVE PROCATE(IND-PRO) TO CODPROC
           READ PROCED
           IF ST-ERRO9 NOT = "00"
              GO TO LAN-PROCED-FIM.
           MOVE VLRPROC TO W-VLRITEM
           IF W-CTLPRE = 1
              MOVE CONVPACI TO PRECONVEN
              MOVE CODPROC  TO PREPROC
              READ PRECONV
              COMPUTE W-DTCONSCMP = (ANO * 10000) + (MES * 100) + DIA
              IF ST-ERRO10 = "00" AND STATUSPRE NOT = "I" AND
                 PREVIGINI NOT > W-DTCONSCMP
                 MOVE PREVALOR TO W-VLRITEM
              END-IF
           END-IF
           ADD W-VLRITEM TO W-VLRPROCS.
       LAN-PROCED-FIM.
           EXIT.

      *    PROVISAO DO REPASSE DE CADA CRM NA UNIDADE, PELO
      *    PERCENTUAL DO REPASMED (SEM PERCENTUAL NAO HA PROVISAO)
       LAN-REPASSE.
           MOVE TR-CRM(IND) TO REPCRM
           READ REPASMED
           IF ST-ERRO7 NOT = "00"
              GO TO LAN-REPASSE-FIM.
           COMPUTE W-VLRLANC ROUNDED = (TR-VLR(IND) * REPPERC) / 100
           IF W-VLRLANC = ZEROS
              GO TO LAN-REPASSE-FIM.
           MOVE 07 TO W-EVENTO
           MOVE W-DTFIM TO W-DTLANC
           MOVE TR-UNID(IND) TO W-CCUSTO
           MOVE "CRM " TO WC-TEXTO
           MOVE TR-CRM(IND) TO WC-CRM
           MOVE "COMP " TO WC-TEXTO2
           MOVE W-DTFIM TO WC-DATA
           PERFORM LAN-GRAVA THRU LAN-GRAVA-FIM.
       LAN-REPASSE-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    GRAVA UM LANCAMENTO DO EVENTO W-EVENTO. EVENTO SEM CONTA
      *    NO PLANO NAO VAI PARA O ARQUIVO E FICA NA CONFERENCIA
       LAN-GRAVA.
           IF W-VLRLANC = ZEROS
              GO TO LAN-GRAVA-FIM.
           ADD 1 TO TC-QTD(W-EVENTO)
           IF TP-OK(W-EVENTO) NOT = 1
              ADD W-VLRLANC TO TC-SEM(W-EVENTO) W-TOTSEMCTA
              ADD 1 TO W-QTDSEMCTA
              GO TO LAN-GRAVA-FIM.
           MOVE W-DTLANC          TO LAN-DATA
           MOVE TP-DEB(W-EVENTO)  TO LAN-DEBITO
           MOVE TP-CRE(W-EVENTO)  TO LAN-CREDITO
           MOVE W-VLRLANC         TO LAN-VALOR
           MOVE TP-HIST(W-EVENTO) TO LAN-HIST
           MOVE W-COMPL           TO LAN-COMPL
           MOVE W-CCUSTO          TO LAN-CCUSTO
           MOVE W-EVENTO          TO LAN-EVENTO
           WRITE LINHA-LAN FROM LAN-DET
           ADD 1 TO W-QTDLAN
           IF LAN-DEBITO NOT = SPACES
              ADD W-VLRLANC TO TC-DEB(W-EVENTO) W-TOTDEB.
           IF LAN-CREDITO NOT = SPACES
              ADD W-VLRLANC TO TC-CRE(W-EVENTO) W-TOTCRE.
       LAN-GRAVA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    CONFERENCIA: DEBITOS X CREDITOS POR EVENTO E NO TOTAL
       LAN-CONFERE.
           MOVE W-DTINI TO LC1-DTINI
           MOVE W-DTFIM TO LC1-DTFIM
           WRITE LINHA-REL FROM LIN-CAB1
           WRITE LINHA-REL FROM SPACES
           WRITE LINHA-REL FROM LIN-CAB2
           PERFORM LAN-LINCONF THRU LAN-LINCONF-FIM
              VARYING IND FROM 1 BY 1 UNTIL IND > 7
           WRITE LINHA-REL FROM SPACES
           MOVE W-QTDLAN TO LT1-QTD
           WRITE LINHA-REL FROM LIN-TOT1
           MOVE W-TOTDEB TO LT2-VLR
           WRITE LINHA-REL FROM LIN-TOT2
           MOVE W-TOTCRE TO LT3-VLR
           WRITE LINHA-REL FROM LIN-TOT3
           MOVE W-QTDSEMCTA TO LT4-QTD
           MOVE W-TOTSEMCTA TO LT4-VLR
           WRITE LINHA-REL FROM LIN-TOT4
           IF W-TOTDEB = W-TOTCRE
              MOVE "DEBITOS = CREDITOS - CONFERE" TO LT5-SIT
           ELSE
              MOVE "*** DEBITOS DIFEREM DOS CREDITOS ***" TO LT5-SIT.
           WRITE LINHA-REL FROM LIN-TOT5
           IF W-QTDSEMCTA > ZEROS
              MOVE "*** EVENTOS SEM CONTA - CONFERIR CADPLAC ***"
                                                 TO LT5-SIT
              WRITE LINHA-REL FROM LIN-TOT5.
           MOVE W-NOMELAN TO LT6-NOME
           WRITE LINHA-REL FROM LIN-TOT6.
       LAN-CONFERE-FIM.
           EXIT.

       LAN-LINCONF.
           MOVE TE-DESC(IND) TO LD-EVENTO
           MOVE TC-QTD(IND)  TO LD-QTD
           MOVE TC-DEB(IND)  TO LD-DEB
           MOVE TC-CRE(IND)  TO LD-CRE
           MOVE TC-SEM(IND)  TO LD-SEM
           WRITE LINHA-REL FROM LIN-DET.
       LAN-LINCONF-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    ULTIMO DIA DO MES W-UMES/W-UANO, TRATANDO ANO BISSEXTO
       CAL-ULTDIA.
                IF W-UMES = 01 OR W-UMES = 03 OR W-UMES = 05 OR
                   W-UMES = 07 OR W-UMES = 08 OR W-UMES = 10 OR
                   W-UMES = 12
                   MOVE 31 TO W-VULTDIA
                   GO TO CAL-ULTDIA-FIM.
                IF W-UMES NOT = 02
                   MOVE 30 TO W-VULTDIA
                   GO TO CAL-ULTDIA-FIM.
                DIVIDE W-UANO BY 4 GIVING W-QUOC
                        REMAINDER W-RESTO4
                DIVIDE W-UANO BY 100 GIVING W-QUOC
                        REMAINDER W-RESTO100
                DIVIDE W-UANO BY 400 GIVING W-QUOC
                        REMAINDER W-RESTO400
                IF (W-RESTO4 = 0 AND W-RESTO100 NOT = 0) OR
                   W-RESTO400 = 0
                   MOVE 29 TO W-VULTDIA
                ELSE
                   MOVE 28 TO W-VULTDIA.
       CAL-ULTDIA-FIM.
                EXIT.
      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
