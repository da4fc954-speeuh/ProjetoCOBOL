       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA.
      *AUTHOR. LUCAS ALVES VIEIRA.
      ********************************************************
      * CONCILIACAO DIARIA DA OPERACAO (ROTINA NOTURNA) *
      * CRUZA AGENDA, ATENDIM, CAIXA, PEDEXA E TITULOS PELA *
      * CHAVE CRM+DATA+HORA+SEQ DAS CONSULTAS DO DIA E LISTA *
      * AS DIVERGENCIAS POR TIPO, COM A UNIDADE DA CONSULTA E *
      * O RESPONSAVEL PELA CORRECAO (OPERADOR DO CAIXA, CRM DO *
      * MEDICO, RECEPCAO OU FATURAMENTO), MAIS O RESUMO DE *
      * QUANTIDADES POR TIPO, UNIDADE E RESPONSAVEL. O *
      * RELATORIO SAI EM CONCILIA.AAAAMMDD PARA NAO SER *
      * SOBREPOSTO PELO RESUMO DO NOTURNO *
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

            SELECT CAIXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECX
                    FILE STATUS  IS ST-ERRO3.

            SELECT PEDEXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPED
                    FILE STATUS  IS ST-ERRO4.

            SELECT TITULOS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVETIT
                    FILE STATUS  IS ST-ERRO5.

            SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION  IS INDEXED
                    ACCESS MODE   IS DYNAMIC
                    RECORD KEY    IS CODIGO
                    FILE STATUS   IS ST-ERRO6
                    ALTERNATE RECORD KEY IS NOME OF REGCADCONV
                                    WITH DUPLICATES.

            SELECT TELECON ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVETEL
                    FILE STATUS  IS ST-ERRO8.

            SELECT RELATORIO ASSIGN TO W-NOMEREL
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO7.
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
                03 TPPLANO           PIC 9(02).
                03 VLRPLANO          PIC 9(06)V99.
                03 VLRCOPART         PIC 9(04)V99.
                03 DTVALIDADE        PIC 9(08).
                03 STATUSREG         PIC X(01).
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
       77 W-CTLATE       PIC 9(01) VALUE ZEROS.
       77 W-CTLCX        PIC 9(01) VALUE ZEROS.
       77 W-CTLPED       PIC 9(01) VALUE ZEROS.
       77 W-CTLTIT       PIC 9(01) VALUE ZEROS.
       77 W-CTLCONV      PIC 9(01) VALUE ZEROS.
       77 W-CTLTEL       PIC 9(01) VALUE ZEROS.
       77 W-EOF-AGE      PIC 9(01) VALUE ZEROS.
       77 W-EOF-ATE      PIC 9(01) VALUE ZEROS.
       77 W-EOF-CX       PIC 9(01) VALUE ZEROS.
       77 W-EOF-PED      PIC 9(01) VALUE ZEROS.
       77 W-EOF-TIT      PIC 9(01) VALUE ZEROS.
       77 W-DTHOJE       PIC 9(08) VALUE ZEROS.
       77 W-QTDAGE       PIC 9(06) VALUE ZEROS.
       77 W-QTDDIV       PIC 9(04) VALUE ZEROS.
       77 W-QTDRESP      PIC 9(03) VALUE ZEROS.
       77 W-AVISOTAB     PIC 9(01) VALUE ZEROS.
       77 W-COBRA        PIC 9(01) VALUE ZEROS.
       77 W-ACHOU        PIC 9(01) VALUE ZEROS.
       77 W-TIPO         PIC 9(01) VALUE ZEROS.
       77 W-UNID         PIC 9(02) VALUE ZEROS.
       77 W-CHAVEANT     PIC X(20) VALUE SPACES.
       77 IND            PIC 9(04) VALUE ZEROS.
       77 IND2           PIC 9(04) VALUE ZEROS.
       01 MENS           PIC X(50) VALUE SPACES.
       01 W-NOMEREL      PIC X(20) VALUE SPACES.
       01 W-RESP         PIC X(14) VALUE SPACES.
       01 W-OBS          PIC X(30) VALUE SPACES.
       01 W-CHAVE.
          03 W-CRM       PIC 9(06).
          03 W-DATA      PIC 9(08).
          03 W-HORA      PIC 9(04).
          03 W-SEQ       PIC 9(02).
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
       01 W-DTCONC       PIC 9(08) VALUE ZEROS.
       01 W-RESPCRM.
          03 FILLER      PIC X(04) VALUE "CRM ".
          03 WR-CRM      PIC 9(06).
          03 FILLER      PIC X(04) VALUE SPACES.
       01 W-RESPOPE.
          03 FILLER      PIC X(05) VALUE "OPER ".
          03 WR-OPE      PIC X(08).
          03 FILLER      PIC X(01) VALUE SPACES.

      *    DIVERGENCIAS DA NOITE (ATE 3000)
       01 TAB-DIV.
          03 TD-ITEM     OCCURS 3000 TIMES.
             05 TD-TIPO  PIC 9(01).
             05 TD-CHAVE PIC X(20).
             05 TD-UNID  PIC 9(02).
             05 TD-RESP  PIC X(14).
             05 TD-OBS   PIC X(30).
      *    RESUMOS: POR TIPO, POR UNIDADE (00 A 99) E POR RESPONSAVEL
       01 TAB-QTDTIPO.
          03 TQ-QTD      PIC 9(04) OCCURS 6 TIMES.
       01 TAB-QTDUNI.
          03 TU-QTD      PIC 9(04) OCCURS 100 TIMES.
       01 TAB-RESP.
          03 TR-ITEM     OCCURS 300 TIMES.
             05 TR-RESP  PIC X(14).
             05 TR-QTD   PIC 9(04).

       01 TAB-TIPOS.
          03 FILLER     PIC X(40) VALUE
             "1-CONSULTA REALIZADA SEM ATENDIMENTO".
          03 FILLER     PIC X(40) VALUE
             "2-ATENDIMENTO SEM CONSULTA REALIZADA".
          03 FILLER     PIC X(40) VALUE
             "3-CONSULTA COM COBRANCA SEM CAIXA".
          03 FILLER     PIC X(40) VALUE
             "4-RECEBIMENTO NO CAIXA SEM CONSULTA".
          03 FILLER     PIC X(40) VALUE
             "5-PEDIDO DE EXAME SEM ATENDIMENTO".
          03 FILLER     PIC X(40) VALUE
             "6-TITULO EM ABERTO SEM CONSULTA REALIZ.".
       01 TAB-TIPOSR REDEFINES TAB-TIPOS.
          03 TT-DESC    PIC X(40) OCCURS 6 TIMES.

       01 LIN-CAB1.
          03 FILLER      PIC X(12) VALUE SPACES.
          03 FILLER      PIC X(38) VALUE
             "CONCILIACAO DA OPERACAO - CONSULTAS DE".
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LC1-DATA    PIC 99/99/9999.
       01 LIN-TIPO.
          03 FILLER      PIC X(04) VALUE "--- ".
          03 LTP-DESC    PIC X(40).
          03 FILLER      PIC X(04) VALUE " ---".
       01 LIN-CAB2.
          03 FILLER      PIC X(07) VALUE "CRM".
          03 FILLER      PIC X(09) VALUE "DATA".
          03 FILLER      PIC X(05) VALUE "HORA".
          03 FILLER      PIC X(04) VALUE "SQ".
          03 FILLER      PIC X(04) VALUE "UN".
          03 FILLER      PIC X(16) VALUE "RESPONSAVEL".
          03 FILLER      PIC X(30) VALUE "OBSERVACAO".
       01 LIN-DET.
          03 LD-CRM      PIC 9(06).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-DATA     PIC 9(08).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-HORA     PIC 9(04).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-SEQ      PIC 9(02).
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LD-UNID     PIC 9(02).
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LD-RESP     PIC X(14).
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LD-OBS      PIC X(30).
       01 LIN-SECAO.
          03 LS-TITULO   PIC X(60).
       01 LIN-RES.
          03 FILLER      PIC X(04) VALUE SPACES.
          03 LR-DESC     PIC X(40).
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LR-QTD      PIC Z.ZZ9.
       01 LIN-RESUNI.
          03 FILLER      PIC X(12) VALUE "    UNIDADE ".
          03 LRU-UNID    PIC 9(02).
          03 FILLER      PIC X(32) VALUE SPACES.
          03 LRU-QTD     PIC Z.ZZ9.
       01 LIN-TOT1.
          03 FILLER      PIC X(30) VALUE
             "CONSULTAS DO DIA NA AGENDA   :".
          03 LT1-QTD     PIC ZZZ.ZZ9.
       01 LIN-TOT2.
          03 FILLER      PIC X(30) VALUE
             "TOTAL DE DIVERGENCIAS        :".
          03 LT2-QTD     PIC ZZZ.ZZ9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD.
           MOVE W-DTHOJE TO W-DTAMDN
           MOVE W-DTAMD-DIA TO W-DTDMA-DIA
           MOVE W-DTAMD-MES TO W-DTDMA-MES
           MOVE W-DTAMD-ANO TO W-DTDMA-ANO
           MOVE W-DTDMAN TO W-DTCONC
           STRING "CONCILIA." W-DTHOJE DELIMITED BY SIZE
              INTO W-NOMEREL.
       INC-OP0.
           OPEN INPUT AGENDA
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO AGENDA NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              GO TO ROT-FIMS.
      *    OS DEMAIS ARQUIVOS SAO OPCIONAIS: SEM ELES O CRUZAMENTO
      *    CORRESPONDENTE NAO E FEITO
           OPEN INPUT ATENDIM
           IF ST-ERRO2 = "00"
              MOVE 1 TO W-CTLATE.
           OPEN INPUT CAIXA
           IF ST-ERRO3 = "00"
              MOVE 1 TO W-CTLCX.
           OPEN INPUT PEDEXA
           IF ST-ERRO4 = "00"
              MOVE 1 TO W-CTLPED.
           OPEN INPUT TITULOS
           IF ST-ERRO5 = "00"
              MOVE 1 TO W-CTLTIT.
           OPEN INPUT CADCONV
           IF ST-ERRO6 = "00"
              MOVE 1 TO W-CTLCONV.
           OPEN INPUT TELECON
           IF ST-ERRO8 = "00"
              MOVE 1 TO W-CTLTEL.
       INC-OP1.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO7 NOT = "00"
              MOVE "* ERRO AO CRIAR RELATORIO *" TO MENS
              DISPLAY MENS
              PERFORM CON-FECHA THRU CON-FECHA-FIM
              GO TO ROT-FIMS.

       CON-PROC.
           PERFORM CON-AGENDA THRU CON-AGENDA-FIM
              UNTIL W-EOF-AGE = 1.
           IF W-CTLATE = 1
              PERFORM CON-ATENDIM THRU CON-ATENDIM-FIM
                 UNTIL W-EOF-ATE = 1.
           IF W-CTLCX = 1
              PERFORM CON-CAIXA THRU CON-CAIXA-FIM
                 UNTIL W-EOF-CX = 1.
           IF W-CTLPED = 1 AND W-CTLATE = 1
              PERFORM CON-PEDEXA THRU CON-PEDEXA-FIM
                 UNTIL W-EOF-PED = 1.
           IF W-CTLTIT = 1
              PERFORM CON-TITULO THRU CON-TITULO-FIM
                 UNTIL W-EOF-TIT = 1.
           PERFORM CON-RELAT THRU CON-RELAT-FIM.

       ROT-FIM.
           PERFORM CON-FECHA THRU CON-FECHA-FIM
           CLOSE RELATORIO.
           DISPLAY "DIVERGENCIAS NA CONCILIACAO: " W-QTDDIV
                   " EM " W-NOMEREL.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.

       CON-FECHA.
           CLOSE AGENDA
           IF W-CTLATE = 1
              CLOSE ATENDIM
           END-IF
           IF W-CTLCX = 1
              CLOSE CAIXA
           END-IF
           IF W-CTLPED = 1
              CLOSE PEDEXA
           END-IF
           IF W-CTLTIT = 1
              CLOSE TITULOS
           END-IF
           IF W-CTLCONV = 1
              CLOSE CADCONV
           END-IF
           IF W-CTLTEL = 1
              CLOSE TELECON
           END-IF.
       CON-FECHA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    CONSULTAS DO DIA: REALIZADA SEM ATENDIMENTO (TIPO 1) E
      *    CHEGOU/REALIZADA QUE DEVIA PASSAR NO CAIXA (COPARTICIPACAO
      *    OU PARTICULAR) SEM RECEBIMENTO (TIPO 3)
       CON-AGENDA.
           READ AGENDA NEXT RECORD
              AT END
                 MOVE 1 TO W-EOF-AGE
                 GO TO CON-AGENDA-FIM.
           IF DATACONS NOT = W-DTCONC
              GO TO CON-AGENDA-FIM.
           ADD 1 TO W-QTDAGE
           MOVE CHAVEAGE TO W-CHAVE
           MOVE UNIDAGE TO W-UNID
           IF STATUSAGE = "R" AND W-CTLATE = 1
              MOVE CHAVEAGE TO CHAVEATE
              READ ATENDIM
              IF ST-ERRO2 NOT = "00"
                 MOVE 1 TO W-TIPO
                 MOVE CRM TO WR-CRM
                 MOVE W-RESPCRM TO W-RESP
                 MOVE "REGISTRAR O ATENDIMENTO" TO W-OBS
                 PERFORM CON-ANOTA THRU CON-ANOTA-FIM
              END-IF
           END-IF
           IF STATUSAGE NOT = "C" AND STATUSAGE NOT = "R"
              GO TO CON-AGENDA-FIM.
           IF W-CTLCX = 0
              GO TO CON-AGENDA-FIM.
      *    TELECONSULTA SO COM A CHEGADA: ELA PODE TER VINDO DA
      *    IMPORTACAO DAS CONEXOES DESTA NOITE, QUANDO A RECEPCAO JA
      *    NAO TINHA COMO COBRAR. A COBRANCA E CONFERIDA QUANDO A
      *    TELECONSULTA E MARCADA COMO REALIZADA
           IF STATUSAGE = "C" AND W-CTLTEL = 1
              MOVE CHAVEAGE TO CHAVETEL
              READ TELECON
              IF ST-ERRO8 = "00"
                 GO TO CON-AGENDA-FIM.
           MOVE 0 TO W-COBRA
           IF CONVPACI = 0001
              MOVE 1 TO W-COBRA
           ELSE
              IF W-CTLCONV = 1
                 MOVE CONVPACI TO CODIGO
                 READ CADCONV
                 IF ST-ERRO6 = "00" AND VLRCOPART > ZEROS
                    MOVE 1 TO W-COBRA
                 END-IF
              END-IF
           END-IF
           IF W-COBRA = 0
              GO TO CON-AGENDA-FIM.
           MOVE CHAVEAGE TO CHAVECX
           READ CAIXA
           IF ST-ERRO3 = "00"
              GO TO CON-AGENDA-FIM.
           MOVE 3 TO W-TIPO
           MOVE "RECEPCAO" TO W-RESP
           IF CONVPACI = 0001
              MOVE "PARTICULAR NAO RECEBIDO" TO W-OBS
           ELSE
              MOVE "COPARTICIPACAO NAO RECEBIDA" TO W-OBS.
           PERFORM CON-ANOTA THRU CON-ANOTA-FIM.
       CON-AGENDA-FIM.
           EXIT.

      *    ATENDIMENTOS DO DIA SEM CONSULTA REALIZADA NA AGENDA
       CON-ATENDIM.
           READ ATENDIM NEXT RECORD
              AT END
                 MOVE 1 TO W-EOF-ATE
                 GO TO CON-ATENDIM-FIM.
           IF DATAATE NOT = W-DTCONC
              GO TO CON-ATENDIM-FIM.
           MOVE CHAVEATE TO W-CHAVE CHAVEAGE
           PERFORM CON-LEAGE THRU CON-LEAGE-FIM
           IF W-ACHOU = 1 AND STATUSAGE = "R"
              GO TO CON-ATENDIM-FIM.
           MOVE 2 TO W-TIPO
           MOVE CRMATE TO WR-CRM
           MOVE W-RESPCRM TO W-RESP
           IF W-ACHOU = 0
              MOVE "CONSULTA NAO EXISTE NA AGENDA" TO W-OBS
           ELSE
              MOVE SPACES TO W-OBS
              STRING "SITUACAO DA CONSULTA: " STATUSAGE
                 DELIMITED BY SIZE INTO W-OBS.
           PERFORM CON-ANOTA THRU CON-ANOTA-FIM.
       CON-ATENDIM-FIM.
           EXIT.

      *    RECEBIMENTOS DE CONSULTAS DO DIA SEM CONSULTA ATENDIDA.
      *    AS SEQUENCIAS 90 A 99 SAO DIARIAS E EXAMES PARTICULARES
      *    NA CHAVE DO ATENDIMENTO, SEM CONSULTA PROPRIA NA AGENDA
       CON-CAIXA.
           READ CAIXA NEXT RECORD
              AT END
                 MOVE 1 TO W-EOF-CX
                 GO TO CON-CAIXA-FIM.
           IF CXDATACONS NOT = W-DTCONC
              GO TO CON-CAIXA-FIM.
           IF CXSEQENC > 89
              GO TO CON-CAIXA-FIM.
           MOVE CHAVECX TO W-CHAVE CHAVEAGE
           PERFORM CON-LEAGE THRU CON-LEAGE-FIM
           IF W-ACHOU = 1 AND (STATUSAGE = "C" OR STATUSAGE = "R")
              GO TO CON-CAIXA-FIM.
           MOVE 4 TO W-TIPO
           MOVE CXOPERADOR TO WR-OPE
           MOVE W-RESPOPE TO W-RESP
           IF W-ACHOU = 0
              MOVE "CONSULTA NAO EXISTE NA AGENDA" TO W-OBS
           ELSE
              MOVE SPACES TO W-OBS
              STRING "SITUACAO DA CONSULTA: " STATUSAGE
                 DELIMITED BY SIZE INTO W-OBS.
           PERFORM CON-ANOTA THRU CON-ANOTA-FIM.
       CON-CAIXA-FIM.
           EXIT.

      *    PEDIDOS DE EXAME DO DIA APONTANDO ATENDIMENTO INEXISTENTE
      *    (UMA LINHA POR CONSULTA, MESMO COM VARIOS ITENS)
       CON-PEDEXA.
           READ PEDEXA NEXT RECORD
              AT END
                 MOVE 1 TO W-EOF-PED
                 GO TO CON-PEDEXA-FIM.
           IF PEDDATA NOT = W-DTCONC OR PEDSITUACAO = "X"
              GO TO CON-PEDEXA-FIM.
           MOVE PEDCRM    TO W-CRM
           MOVE PEDDATA   TO W-DATA
           MOVE PEDHORA   TO W-HORA
           MOVE PEDSEQENC TO W-SEQ
           IF W-CHAVE = W-CHAVEANT
              GO TO CON-PEDEXA-FIM.
           MOVE W-CHAVE TO W-CHAVEANT
           MOVE W-CHAVE TO CHAVEATE
           READ ATENDIM
           IF ST-ERRO2 = "00"
              GO TO CON-PEDEXA-FIM.
           MOVE W-CHAVE TO CHAVEAGE
           PERFORM CON-LEAGE THRU CON-LEAGE-FIM
           MOVE 5 TO W-TIPO
           MOVE PEDCRM TO WR-CRM
           MOVE W-RESPCRM TO W-RESP
           MOVE "ATENDIMENTO NAO REGISTRADO" TO W-OBS
           PERFORM CON-ANOTA THRU CON-ANOTA-FIM.
       CON-PEDEXA-FIM.
           EXIT.

      *    TITULOS EM ABERTO CUJA CONSULTA ESTA NA AGENDA SEM TER
      *    SIDO REALIZADA (CONSULTA JA EXPURGADA NAO E DIVERGENCIA)
       CON-TITULO.
           READ TITULOS NEXT RECORD
              AT END
                 MOVE 1 TO W-EOF-TIT
                 GO TO CON-TITULO-FIM.
           IF TITSTATUS NOT = "P"
              GO TO CON-TITULO-FIM.
           MOVE TITDATA TO W-DTAMDN
           MOVE W-DTAMD-DIA TO W-DTDMA-DIA
           MOVE W-DTAMD-MES TO W-DTDMA-MES
           MOVE W-DTAMD-ANO TO W-DTDMA-ANO
           MOVE TITCRM   TO W-CRM
           MOVE W-DTDMAN TO W-DATA
           MOVE TITHORA  TO W-HORA
           MOVE TITSEQ   TO W-SEQ
           MOVE W-CHAVE TO CHAVEAGE
           PERFORM CON-LEAGE THRU CON-LEAGE-FIM
           IF W-ACHOU = 0 OR STATUSAGE = "R"
              GO TO CON-TITULO-FIM.
           MOVE 6 TO W-TIPO
           MOVE "FATURAMENTO" TO W-RESP
           MOVE SPACES TO W-OBS
           STRING "SITUACAO DA CONSULTA: " STATUSAGE
              DELIMITED BY SIZE INTO W-OBS
           PERFORM CON-ANOTA THRU CON-ANOTA-FIM.
       CON-TITULO-FIM.
           EXIT.

      *    LE A CONSULTA (CHAVEAGE MONTADA) E PEGA A UNIDADE
       CON-LEAGE.
           MOVE 0 TO W-ACHOU
           MOVE ZEROS TO W-UNID
           READ AGENDA
           IF ST-ERRO = "00"
              MOVE 1 TO W-ACHOU
              MOVE UNIDAGE TO W-UNID.
       CON-LEAGE-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    GUARDA A DIVERGENCIA E ACUMULA OS RESUMOS
       CON-ANOTA.
           ADD 1 TO TQ-QTD(W-TIPO)
           ADD 1 TO TU-QTD(W-UNID + 1)
           MOVE 0 TO W-ACHOU
           PERFORM CON-ACHARESP THRU CON-ACHARESP-FIM
              VARYING IND2 FROM 1 BY 1
              UNTIL IND2 > W-QTDRESP OR W-ACHOU = 1
           IF W-ACHOU = 1
              SUBTRACT 1 FROM IND2
              ADD 1 TO TR-QTD(IND2)
           ELSE
              IF W-QTDRESP < 300
                 ADD 1 TO W-QTDRESP
                 MOVE W-RESP TO TR-RESP(W-QTDRESP)
                 MOVE 1 TO TR-QTD(W-QTDRESP)
              END-IF
           END-IF
           IF W-QTDDIV NOT < 3000
              IF W-AVISOTAB = 0
                 DISPLAY "*** MAIS DE 3000 DIVERGENCIAS - LISTAGEM "
                         "INCOMPLETA, RESUMO COMPLETO ***"
                 MOVE 1 TO W-AVISOTAB
              END-IF
              GO TO CON-ANOTA-FIM.
           ADD 1 TO W-QTDDIV
           MOVE W-TIPO  TO TD-TIPO(W-QTDDIV)
           MOVE W-CHAVE TO TD-CHAVE(W-QTDDIV)
           MOVE W-UNID  TO TD-UNID(W-QTDDIV)
           MOVE W-RESP  TO TD-RESP(W-QTDDIV)
           MOVE W-OBS   TO TD-OBS(W-QTDDIV).
       CON-ANOTA-FIM.
           EXIT.

       CON-ACHARESP.
           IF TR-RESP(IND2) = W-RESP
              MOVE 1 TO W-ACHOU.
       CON-ACHARESP-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    DETALHE POR TIPO E RESUMO PARA A SUPERVISAO
       CON-RELAT.
           MOVE W-DTCONC TO LC1-DATA
           WRITE LINHA-REL FROM LIN-CAB1
           PERFORM CON-RELTIPO THRU CON-RELTIPO-FIM
              VARYING W-TIPO FROM 1 BY 1 UNTIL W-TIPO > 6
           WRITE LINHA-REL FROM SPACES
           MOVE "=== RESUMO POR TIPO DE DIVERGENCIA ===" TO LS-TITULO
           WRITE LINHA-REL FROM LIN-SECAO
           PERFORM CON-RESTIPO THRU CON-RESTIPO-FIM
              VARYING W-TIPO FROM 1 BY 1 UNTIL W-TIPO > 6
           WRITE LINHA-REL FROM SPACES
           MOVE "=== RESUMO POR UNIDADE (00 = SEM CONSULTA) ==="
                                                    TO LS-TITULO
           WRITE LINHA-REL FROM LIN-SECAO
           PERFORM CON-RESUNI THRU CON-RESUNI-FIM
              VARYING IND FROM 1 BY 1 UNTIL IND > 100
           WRITE LINHA-REL FROM SPACES
           MOVE "=== RESUMO POR RESPONSAVEL ===" TO LS-TITULO
           WRITE LINHA-REL FROM LIN-SECAO
           PERFORM CON-RESRESP THRU CON-RESRESP-FIM
              VARYING IND FROM 1 BY 1 UNTIL IND > W-QTDRESP
           WRITE LINHA-REL FROM SPACES
           MOVE W-QTDAGE TO LT1-QTD
           WRITE LINHA-REL FROM LIN-TOT1
           MOVE ZEROS TO IND
           PERFORM CON-SOMATIPO THRU CON-SOMATIPO-FIM
              VARYING W-TIPO FROM 1 BY 1 UNTIL W-TIPO > 6
           MOVE IND TO LT2-QTD
           WRITE LINHA-REL FROM LIN-TOT2.
       CON-RELAT-FIM.
           EXIT.

       CON-RELTIPO.
           IF TQ-QTD(W-TIPO) = ZEROS
              GO TO CON-RELTIPO-FIM.
           WRITE LINHA-REL FROM SPACES
           MOVE TT-DESC(W-TIPO) TO LTP-DESC
           WRITE LINHA-REL FROM LIN-TIPO
           WRITE LINHA-REL FROM LIN-CAB2
           PERFORM CON-RELDET THRU CON-RELDET-FIM
              VARYING IND FROM 1 BY 1 UNTIL IND > W-QTDDIV.
       CON-RELTIPO-FIM.
           EXIT.

       CON-RELDET.
           IF TD-TIPO(IND) NOT = W-TIPO
              GO TO CON-RELDET-FIM.
           MOVE TD-CHAVE(IND) TO W-CHAVE
           MOVE W-CRM  TO LD-CRM
           MOVE W-DATA TO LD-DATA
           MOVE W-HORA TO LD-HORA
           MOVE W-SEQ  TO LD-SEQ
           MOVE TD-UNID(IND) TO LD-UNID
           MOVE TD-RESP(IND) TO LD-RESP
           MOVE TD-OBS(IND)  TO LD-OBS
           WRITE LINHA-REL FROM LIN-DET.
       CON-RELDET-FIM.
           EXIT.

       CON-RESTIPO.
           MOVE TT-DESC(W-TIPO) TO LR-DESC
           MOVE TQ-QTD(W-TIPO)  TO LR-QTD
           WRITE LINHA-REL FROM LIN-RES.
       CON-RESTIPO-FIM.
           EXIT.

       CON-RESUNI.
           IF TU-QTD(IND) = ZEROS
              GO TO CON-RESUNI-FIM.
           COMPUTE LRU-UNID = IND - 1
           MOVE TU-QTD(IND) TO LRU-QTD
           WRITE LINHA-REL FROM LIN-RESUNI.
       CON-RESUNI-FIM.
           EXIT.

       CON-RESRESP.
           MOVE TR-RESP(IND) TO LR-DESC
           MOVE TR-QTD(IND)  TO LR-QTD
           WRITE LINHA-REL FROM LIN-RES.
       CON-RESRESP-FIM.
           EXIT.

       CON-SOMATIPO.
           ADD TQ-QTD(W-TIPO) TO IND.
       CON-SOMATIPO-FIM.
           EXIT.
      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
