       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAINEL.
      *AUTHOR. LUCAS ALVES VIEIRA.
      ********************************************************
      * PAINEL GERENCIAL MENSAL POR UNIDADE *
      * REUNE NUM SO RELATORIO OS NUMEROS DA COMPETENCIA QUE *
      * SAIAM DO RELOCUP, FATCONV, RETCONV, FECHCAI, REPASSE *
      * E DO CADASTRO DE PACIENTES: CONSULTAS AGENDADAS, *
      * REALIZADAS E FALTAS, OCUPACAO DA GRADE (HORMED), *
      * PACIENTES NOVOS (INCLUSOES DO SMP004 NA AUDITORIA), *
      * FATURAMENTO POR CONVENIO (FATCONV.DAT.AAAAMM), GLOSA *
      * (TITULOS), RECEBIDO NO CAIXA, REPASSE (VALORADO COMO *
      * O REPASSE), MARGEM E TICKET MEDIO, CADA UM COMPARADO *
      * COM O MES ANTERIOR E COM O MESMO MES DO ANO ANTERIOR. *
      * A COMPARACAO VEM DO HISTORICO DE MESES FECHADOS *
      * (PAINHIST.DAT), GRAVADO QUANDO O MES E FECHADO AQUI, *
      * PARA NAO DEPENDER DO MOVIMENTO QUE O ARQUIVA EXPURGA. *
      * O RELATORIO SAI EM PAINEL.AAAAMM *
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

            SELECT HORMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEHOR
                    FILE STATUS  IS ST-ERRO2.

            SELECT FERIADO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FERDATA
                    FILE STATUS  IS ST-ERRO3.

            SELECT FATURA ASSIGN TO W-NOMEFAT
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.

            SELECT TITULOS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVETIT
                    FILE STATUS  IS ST-ERRO5.

            SELECT CAIXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECX
                    FILE STATUS  IS ST-ERRO6.

            SELECT AUDITORIA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO7.

            SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION  IS INDEXED
                    ACCESS MODE   IS DYNAMIC
                    RECORD KEY    IS CODIGO
                    FILE STATUS   IS ST-ERRO8
                    ALTERNATE RECORD KEY IS NOME OF REGCADCONV
                                    WITH DUPLICATES.

            SELECT REPASMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS REPCRM
                    FILE STATUS  IS ST-ERRO9.

            SELECT ATENDIM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEATE
                    FILE STATUS  IS ST-ERRO10
                    ALTERNATE RECORD KEY IS CPFATE
                                    WITH DUPLICATES.

            SELECT PROCED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPROC
                    FILE STATUS  IS ST-ERRO11.

            SELECT PRECONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPRE
                    FILE STATUS  IS ST-ERRO12.

            SELECT CADUNI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UNICOD
                    FILE STATUS  IS ST-ERRO13.

            SELECT PAINHIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEHIS
                    FILE STATUS  IS ST-ERRO14.

            SELECT RELATORIO ASSIGN TO W-NOMEREL
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO15.

            SELECT INTERNA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEINT
                    FILE STATUS  IS ST-ERRO16
                    ALTERNATE RECORD KEY IS INTCPF
                                    WITH DUPLICATES.
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
       FD HORMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "HORMED.DAT".
       01 REGHORMED.
                03 CHAVEHOR.
                   05 CRMHOR            PIC 9(06).
                   05 DIASEM            PIC 9(01).
                03 HORAINI              PIC 9(04).
                03 HORAFIM              PIC 9(04).
                03 DURACONS             PIC 9(03).
                03 MAXENC               PIC 9(02).
                03 UNIDHOR              PIC 9(02).
                03 STATUSREG            PIC X(01).
      *
       FD FERIADO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FERIADO.DAT".
       01 REGFERIADO.
                03 FERDATA           PIC 9(08).
                03 FERDESC           PIC X(30).
                03 FERAMBITO         PIC X(01).
      *
       FD FATURA
               LABEL RECORD IS STANDARD.
       01 LINHA-FAT           PIC X(71).
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
       FD AUDITORIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDITORIA.DAT".
       01 REGAUDITORIA.
                03 AUD-OPERADOR      PIC X(08).
                03 AUD-DATA          PIC 9(08).
                03 AUD-HORA          PIC 9(08).
                03 AUD-PROGRAMA      PIC X(08).
                03 AUD-OPERACAO      PIC X(10).
                03 AUD-CHAVE         PIC X(15).
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
       FD CADUNI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNI.DAT".
       01 REGCADUNI.
                03 UNICOD            PIC 9(02).
                03 UNINOME           PIC X(30).
                03 UNIENDER          PIC X(40).
                03 STATUSREG         PIC X(01).
      *
      *    HISTORICO DOS MESES FECHADOS: HISCONV ZERO E A LINHA DE
      *    TOTAIS DA UNIDADE; HISCONV PREENCHIDO E O FATURAMENTO DO
      *    CONVENIO NA UNIDADE (SO HISREAL E HISFATUR)
       FD PAINHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PAINHIST.DAT".
       01 REGPAINHIST.
          03 CHAVEHIS.
             05 HISCOMP       PIC 9(06).
             05 HISUNID       PIC 9(02).
             05 HISCONV       PIC 9(04).
          03 HISAGEND         PIC 9(06).
          03 HISREAL          PIC 9(06).
          03 HISFALTA         PIC 9(06).
          03 HISCANC          PIC 9(06).
          03 HISVAGAS         PIC 9(06).
          03 HISNOVOS         PIC 9(06).
          03 HISFATUR         PIC 9(10)V99.
          03 HISTITVLR        PIC 9(10)V99.
          03 HISGLOSA         PIC 9(10)V99.
          03 HISCAIXA         PIC 9(10)V99.
          03 HISREPASSE       PIC 9(10)V99.
          03 HISDTGER         PIC 9(08).
      *
       FD RELATORIO
               LABEL RECORD IS STANDARD.
       01 LINHA-REL          PIC X(80).
      *
       FD INTERNA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "INTERNA.DAT".
       01 REGINTERNA.
                03 CHAVEINT.
                   05 INTCRM            PIC 9(06).
                   05 INTDATA           PIC 9(08).
                   05 INTHORA           PIC 9(04).
                   05 INTSEQ            PIC 9(02).
                03 INTCPF               PIC 9(11).
                03 INTCONV              PIC 9(04).
                03 INTUNID              PIC 9(02).
                03 INTLEITO             PIC 9(03).
                03 INTCRMRESP           PIC 9(06).
                03 INTDTENT             PIC 9(08).
                03 INTHRENT             PIC 9(04).
                03 INTDTLEI             PIC 9(08).
                03 INTDTALTA            PIC 9(08).
                03 INTHRALTA            PIC 9(04).
                03 INTMOTALTA           PIC X(02).
                03 INTSIT               PIC X(01).
                03 INTQTDDIA            PIC 9(04).
                03 INTULTSEQ            PIC 9(03).
                03 INTOPERADOR          PIC X(08).
                03 FILLER               PIC X(20).
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
       77 ST-ERRO13      PIC X(02) VALUE "00".
       77 ST-ERRO14      PIC X(02) VALUE "00".
       77 ST-ERRO15      PIC X(02) VALUE "00".
       77 ST-ERRO16      PIC X(02) VALUE "00".
       77 W-CTLHOR       PIC 9(01) VALUE ZEROS.
       77 W-CTLFER       PIC 9(01) VALUE ZEROS.
       77 W-CTLFAT       PIC 9(01) VALUE ZEROS.
       77 W-CTLTIT       PIC 9(01) VALUE ZEROS.
       77 W-CTLCX        PIC 9(01) VALUE ZEROS.
       77 W-CTLAUD       PIC 9(01) VALUE ZEROS.
       77 W-CTLCONV      PIC 9(01) VALUE ZEROS.
       77 W-CTLREP       PIC 9(01) VALUE ZEROS.
       77 W-CTLATE       PIC 9(01) VALUE ZEROS.
       77 W-CTLPRE       PIC 9(01) VALUE ZEROS.
       77 W-CTLUNI       PIC 9(01) VALUE ZEROS.
       77 W-CTLINT       PIC 9(01) VALUE ZEROS.
      *    ORIGEM DA CHAVE SEM CONSULTA NA AGENDA (SEQUENCIA 90 A 99):
      *    D=DIARIA DE OBSERVACAO (UNIDADE DA INTERNACAO); W-UNISEQ
      *    E O ENCAIXE DA INTERNACAO QUANDO CONHECIDO
       77 W-UNIORIG      PIC X(01) VALUE SPACES.
       77 W-UNISEQ       PIC 9(02) VALUE ZEROS.
       77 W-UNICRM       PIC 9(06) VALUE ZEROS.
       77 W-UNIDATA      PIC 9(08) VALUE ZEROS.
       77 W-UNIHORA      PIC 9(04) VALUE ZEROS.
       77 W-EOF          PIC 9(01) VALUE ZEROS.
       77 W-GRAVA        PIC X(01) VALUE SPACES.
       77 W-DTHOJE       PIC 9(08) VALUE ZEROS.
       77 W-DTINI        PIC 9(08) VALUE ZEROS.
       77 W-DTFIM        PIC 9(08) VALUE ZEROS.
       77 W-DTCMP        PIC 9(08) VALUE ZEROS.
       77 W-DTMENOR      PIC 9(08) VALUE ZEROS.
       77 W-CPFNOVO      PIC 9(11) VALUE ZEROS.
       77 W-UNIDNOVO     PIC 9(02) VALUE ZEROS.
       77 W-UNID         PIC 9(02) VALUE ZEROS.
       77 IU             PIC 9(03) VALUE ZEROS.
       77 IP             PIC 9(01) VALUE ZEROS.
       77 IND            PIC 9(04) VALUE ZEROS.
       77 IND2           PIC 9(04) VALUE ZEROS.
       77 IND-PRO        PIC 9(01) VALUE ZEROS.
       77 W-MAXIDX       PIC 9(04) VALUE ZEROS.
       77 W-ACHOU        PIC 9(01) VALUE ZEROS.
       77 W-AVISOTAB     PIC 9(01) VALUE ZEROS.
       77 W-AVISOCU      PIC 9(01) VALUE ZEROS.
       77 W-QTDRMU       PIC 9(04) VALUE ZEROS.
       77 W-QTDCU        PIC 9(04) VALUE ZEROS.
       77 W-QTDCUORI     PIC 9(04) VALUE ZEROS.
       77 W-QTDHIS       PIC 9(04) VALUE ZEROS.
       77 W-BUSCAUNI     PIC 9(03) VALUE ZEROS.
       77 W-BUSCACONV    PIC 9(04) VALUE ZEROS.
       77 W-VLRCONS      PIC 9(08)V99 VALUE ZEROS.
       77 W-VLRPROCS     PIC 9(08)V99 VALUE ZEROS.
       77 W-VLRITEM      PIC 9(06)V99 VALUE ZEROS.
       77 W-VLRREP       PIC 9(10)V99 VALUE ZEROS.
       77 W-VLRFAT       PIC 9(10)V99 VALUE ZEROS.
       77 W-VLRCX        PIC 9(10)V99 VALUE ZEROS.
       77 W-DIAV         PIC 9(02) VALUE ZEROS.
       77 W-DIASEMANA    PIC 9(01) VALUE ZEROS.
       77 W-MININI       PIC 9(04) VALUE ZEROS.
       77 W-MINFIM       PIC 9(04) VALUE ZEROS.
       77 W-VAGAS        PIC 9(04) VALUE ZEROS.
       77 W-HH           PIC 9(02) VALUE ZEROS.
       77 W-MM           PIC 9(02) VALUE ZEROS.
       77 W-VULTDIA      PIC 9(02) VALUE ZEROS.
       77 W-QUOC         PIC 9(06) VALUE ZEROS.
       77 W-RESTO4       PIC 9(03) VALUE ZEROS.
       77 W-RESTO100     PIC 9(03) VALUE ZEROS.
       77 W-RESTO400     PIC 9(03) VALUE ZEROS.
      *    CALCULO DO DIA DA SEMANA (CONGRUENCIA DE ZELLER)
       77 W-ZQ           PIC 9(02) VALUE ZEROS.
       77 W-ZM           PIC 9(02) VALUE ZEROS.
       77 W-ZANO         PIC 9(04) VALUE ZEROS.
       77 W-ZK           PIC 9(02) VALUE ZEROS.
       77 W-ZJ           PIC 9(02) VALUE ZEROS.
       77 W-ZSOMA        PIC 9(06) VALUE ZEROS.
       77 W-ZH           PIC 9(06) VALUE ZEROS.
       77 W-ZT13         PIC 9(04) VALUE ZEROS.
       77 W-ZK4          PIC 9(02) VALUE ZEROS.
       77 W-ZJ4          PIC 9(02) VALUE ZEROS.
       77 W-ZQUOC        PIC 9(06) VALUE ZEROS.
      *    CALCULO DOS INDICADORES E DAS VARIACOES
       77 W-RECEITA      PIC S9(10)V99 VALUE ZEROS.
       77 W-BASE         PIC S9(10)V99 VALUE ZEROS.
       77 W-DIFER        PIC S9(10)V99 VALUE ZEROS.
       77 W-VLRATU       PIC S9(10)V99 VALUE ZEROS.
       77 W-VARP         PIC S9(04)V9 VALUE ZEROS.
       77 W-TIPOIND      PIC X(01) VALUE SPACES.
       77 W-VLRCEL       PIC S9(10)V99 VALUE ZEROS.
       77 W-CELULA       PIC X(14) VALUE SPACES.
       77 W-CELVAR       PIC X(07) VALUE SPACES.
       01 MENS           PIC X(50) VALUE SPACES.
       01 W-NOMEFAT      PIC X(18) VALUE SPACES.
       01 W-NOMEREL      PIC X(14) VALUE SPACES.
       01 W-COMP.
          03 W-CANO      PIC 9(04).
          03 W-CMES      PIC 9(02).
       01 W-COMPN REDEFINES W-COMP PIC 9(06).
      *    COMPETENCIAS COMPARADAS: 1=ATUAL 2=MES ANTERIOR
      *    3=MESMO MES DO ANO ANTERIOR
       01 TAB-COMPS.
          03 TCP-COMP    PIC 9(06) OCCURS 3 TIMES.
       01 W-COMPAUX.
          03 W-AANO      PIC 9(04).
          03 W-AMES      PIC 9(02).
       01 W-COMPAUXN REDEFINES W-COMPAUX PIC 9(06).
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

      *    LINHA DO FATCONV.DAT.AAAAMM (MESMO LEIAUTE DO FATCONV)
       01 FAT-DET.
          03 FAT-CONV    PIC 9(04).
          03 FILLER      PIC X(01).
          03 FAT-CRM     PIC 9(06).
          03 FILLER      PIC X(01).
          03 FAT-DATA    PIC 9(08).
          03 FILLER      PIC X(01).
          03 FAT-HORA    PIC 9(04).
          03 FILLER      PIC X(01).
          03 FAT-SEQ     PIC 9(02).
          03 FILLER      PIC X(01).
          03 FAT-CPF     PIC 9(11).
          03 FILLER      PIC X(01).
          03 FAT-VLR     PIC 9(08)V99.
          03 FILLER      PIC X(01).
          03 FAT-COPART  PIC 9(04)V99.
          03 FILLER      PIC X(01).
          03 FAT-MODAL   PIC X(01).
          03 FILLER      PIC X(01).
          03 FAT-CODTELE PIC X(10).

      *    TOTAIS POR UNIDADE (INDICE = UNIDADE + 1; 101 = TODAS AS
      *    UNIDADES) EM CADA UMA DAS TRES COMPETENCIAS
       01 TAB-UNI.
          03 TU-ITEM     OCCURS 101 TIMES.
             05 TU-PER   OCCURS 3 TIMES.
                07 TU-TEM    PIC 9(01) VALUE ZEROS.
                07 TU-AGEND  PIC 9(06) VALUE ZEROS.
                07 TU-REAL   PIC 9(06) VALUE ZEROS.
                07 TU-FALTA  PIC 9(06) VALUE ZEROS.
                07 TU-CANC   PIC 9(06) VALUE ZEROS.
                07 TU-VAGAS  PIC 9(06) VALUE ZEROS.
                07 TU-NOVOS  PIC 9(06) VALUE ZEROS.
                07 TU-FATUR  PIC 9(10)V99 VALUE ZEROS.
                07 TU-TITVLR PIC 9(10)V99 VALUE ZEROS.
                07 TU-GLOSA  PIC 9(10)V99 VALUE ZEROS.
                07 TU-CAIXA  PIC 9(10)V99 VALUE ZEROS.
                07 TU-REPAS  PIC 9(10)V99 VALUE ZEROS.

      *    FATURAMENTO POR UNIDADE E CONVENIO (UNIDADE 100 = TODAS
      *    AS UNIDADES), ATE 1000 COMBINACOES
       01 TAB-CU.
          03 TCU-ITEM    OCCURS 1000 TIMES.
             05 TCU-UNID PIC 9(03).
             05 TCU-CONV PIC 9(04).
             05 TCU-PER  OCCURS 3 TIMES.
                07 TCU-QTD PIC 9(06).
                07 TCU-VLR PIC 9(10)V99.
       01 W-TROCA        PIC X(61).

      *    PRODUCAO PARA O REPASSE POR CRM E UNIDADE (ATE 1000)
       01 TAB-RMU.
          03 TR-ITEM     OCCURS 1000 TIMES.
             05 TR-CRM   PIC 9(06).
             05 TR-UNID  PIC 9(02).
             05 TR-VLR   PIC 9(09)V99.

      *    VAGAS DA GRADE POR DIA DA SEMANA (1=DOMINGO ... 7=SABADO)
      *    E UNIDADE (INDICE = UNIDADE + 1)
       01 TAB-GRD.
          03 TG-DIA      OCCURS 7 TIMES.
             05 TG-VAGA  PIC 9(05) OCCURS 100 TIMES VALUE ZEROS.

      *    INDICADORES DO BLOCO EM IMPRESSAO, NAS TRES COMPETENCIAS
       01 TAB-IND.
          03 TI-ITEM     OCCURS 12 TIMES.
             05 TI-VLR   PIC S9(10)V99 OCCURS 3 TIMES.
       01 TAB-INDTEM.
          03 TI-TEM      PIC 9(01) OCCURS 3 TIMES.
      *    DESCRICAO E TIPO DE CADA INDICADOR (Q=QUANTIDADE
      *    V=VALOR P=PERCENTUAL)
       01 TAB-INDDESC.
          03 FILLER      PIC X(21) VALUE "CONSULTAS AGENDADAS Q".
          03 FILLER      PIC X(21) VALUE "CONSULTAS REALIZADASQ".
          03 FILLER      PIC X(21) VALUE "FALTAS              Q".
          03 FILLER      PIC X(21) VALUE "TAXA DE OCUPACAO    P".
          03 FILLER      PIC X(21) VALUE "PACIENTES NOVOS     Q".
          03 FILLER      PIC X(21) VALUE "FATURAM. CONVENIOS  V".
          03 FILLER      PIC X(21) VALUE "GLOSA               P".
          03 FILLER      PIC X(21) VALUE "RECEBIDO NO CAIXA   V".
          03 FILLER      PIC X(21) VALUE "REPASSE MEDICO      V".
          03 FILLER      PIC X(21) VALUE "RECEITA DO MES      V".
          03 FILLER      PIC X(21) VALUE "MARGEM              V".
          03 FILLER      PIC X(21) VALUE "TICKET MEDIO        V".
       01 TAB-INDDESCR REDEFINES TAB-INDDESC.
          03 TID-ITEM    OCCURS 12 TIMES.
             05 TID-DESC PIC X(20).
             05 TID-TIPO PIC X(01).

      *    CELULAS EDITADAS DO RELATORIO
       01 W-EDQG.
          03 FILLER      PIC X(04) VALUE SPACES.
          03 W-EDQ       PIC ZZZ.ZZZ.ZZ9.
       01 W-EDPG.
          03 FILLER      PIC X(05) VALUE SPACES.
          03 W-EDP       PIC -ZZ9,99.
          03 FILLER      PIC X(02) VALUE " %".
       01 W-EDV          PIC -ZZ.ZZZ.ZZ9,99.
       01 W-EDVAR        PIC -ZZZ9,9.

       01 LIN-CAB1.
          03 FILLER      PIC X(16) VALUE SPACES.
          03 FILLER      PIC X(31) VALUE
             "PAINEL GERENCIAL DO MES".
          03 FILLER      PIC X(12) VALUE "COMPETENCIA:".
          03 LC1-MES     PIC 9(02).
          03 FILLER      PIC X(01) VALUE "/".
          03 LC1-ANO     PIC 9(04).
       01 LIN-CAB2.
          03 FILLER      PIC X(24) VALUE "COMPARADO COM O MES ANT.".
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LC2-MES1    PIC 9(02).
          03 FILLER      PIC X(01) VALUE "/".
          03 LC2-ANO1    PIC 9(04).
          03 FILLER      PIC X(20) VALUE "  E COM O ANO ANT.  ".
          03 LC2-MES2    PIC 9(02).
          03 FILLER      PIC X(01) VALUE "/".
          03 LC2-ANO2    PIC 9(04).
       01 LIN-CAB3.
          03 FILLER      PIC X(09) VALUE "UNIDADE: ".
          03 LC3-UNID    PIC X(05).
          03 LC3-NOME    PIC X(30).
       01 LIN-CAB4.
          03 FILLER      PIC X(20) VALUE "INDICADOR".
          03 FILLER      PIC X(15) VALUE "      MES ATUAL".
          03 FILLER      PIC X(15) VALUE "   MES ANTERIOR".
          03 FILLER      PIC X(08) VALUE "   VAR%".
          03 FILLER      PIC X(15) VALUE "   ANO ANTERIOR".
          03 FILLER      PIC X(07) VALUE "   VAR%".
       01 LIN-CAB5.
          03 FILLER      PIC X(40) VALUE
             "--- FATURAMENTO POR CONVENIO ---".
       01 LIN-IND.
          03 LI-DESC     PIC X(20).
          03 LI-ATU      PIC X(14).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LI-ANT      PIC X(14).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LI-VANT     PIC X(07).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LI-AAN      PIC X(14).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LI-VAAN     PIC X(07).
       01 LIN-CONV.
          03 LCV-CONV    PIC 9(04).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LCV-NOME    PIC X(15).
       01 LIN-AVISO.
          03 LA-TEXTO    PIC X(70).
       01 LIN-TRACO.
          03 FILLER      PIC X(80) VALUE ALL "-".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "PAINEL GERENCIAL MENSAL"
           DISPLAY "INFORME A COMPETENCIA (AAAAMM): "
           ACCEPT W-COMPN
           IF W-CMES < 01 OR W-CMES > 12
              DISPLAY "*** COMPETENCIA INVALIDA ***"
              GO TO ROT-FIMS.
           DISPLAY "FECHAR A COMPETENCIA NO HISTORICO (S/N)? "
           ACCEPT W-GRAVA
           IF W-GRAVA = "s"
              MOVE "S" TO W-GRAVA.
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD
      *    COMPETENCIAS DE COMPARACAO
           MOVE W-COMPN TO TCP-COMP(1)
           MOVE W-COMPN TO W-COMPAUXN
           IF W-AMES = 01
              MOVE 12 TO W-AMES
              SUBTRACT 1 FROM W-AANO
           ELSE
              SUBTRACT 1 FROM W-AMES.
           MOVE W-COMPAUXN TO TCP-COMP(2)
           MOVE W-COMPN TO W-COMPAUXN
           SUBTRACT 1 FROM W-AANO
           MOVE W-COMPAUXN TO TCP-COMP(3)
           PERFORM CAL-ULTDIA THRU CAL-ULTDIA-FIM
           COMPUTE W-DTINI = (W-COMPN * 100) + 1
           COMPUTE W-DTFIM = (W-COMPN * 100) + W-VULTDIA
           STRING "FATCONV.DAT." W-COMP DELIMITED BY SIZE
              INTO W-NOMEFAT
           STRING "PAINEL." W-COMP DELIMITED BY SIZE
              INTO W-NOMEREL.
       INC-OP0.
           OPEN INPUT AGENDA
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO AGENDA NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              GO TO ROT-FIMS.
       INC-OP1.
           OPEN I-O PAINHIST
           IF ST-ERRO14 NOT = "00"
              IF ST-ERRO14 = "30" OR ST-ERRO14 = "35"
                 OPEN OUTPUT PAINHIST
                 CLOSE PAINHIST
                 DISPLAY "*** ARQUIVO PAINHIST SENDO CRIADO ***"
                 GO TO INC-OP1
              ELSE
                 MOVE "* ERRO NA ABERTURA DO PAINHIST *" TO MENS
                 DISPLAY MENS
                 CLOSE AGENDA
                 GO TO ROT-FIMS.
      *    AS DEMAIS FONTES SAO OPCIONAIS: O INDICADOR SEM ARQUIVO
      *    SAI ZERADO, COMO NOS RELATORIOS DE ORIGEM
       INC-OP2.
           OPEN INPUT HORMED
           IF ST-ERRO2 = "00"
              MOVE 1 TO W-CTLHOR.
           OPEN INPUT FERIADO
           IF ST-ERRO3 = "00"
              MOVE 1 TO W-CTLFER.
           OPEN INPUT FATURA
           IF ST-ERRO4 = "00"
              MOVE 1 TO W-CTLFAT.
           OPEN INPUT TITULOS
           IF ST-ERRO5 = "00"
              MOVE 1 TO W-CTLTIT.
           OPEN INPUT CAIXA
           IF ST-ERRO6 = "00"
              MOVE 1 TO W-CTLCX.
           OPEN INPUT AUDITORIA
           IF ST-ERRO7 = "00"
              MOVE 1 TO W-CTLAUD.
           OPEN INPUT CADUNI
           IF ST-ERRO13 = "00"
              MOVE 1 TO W-CTLUNI.
           OPEN INPUT INTERNA
           IF ST-ERRO16 = "00"
              MOVE 1 TO W-CTLINT.
           OPEN INPUT CADCONV
           IF ST-ERRO8 NOT = "00"
              GO TO INC-OP3.
           MOVE 1 TO W-CTLCONV
      *    REPASSE VALORADO COMO NO REPASSE: PRECISA DO CADCONV E DO
      *    REPASMED; ATENDIM E TABELAS DE PRECO SAO OPCIONAIS
           OPEN INPUT REPASMED
           IF ST-ERRO9 NOT = "00"
              GO TO INC-OP3.
           MOVE 1 TO W-CTLREP
           OPEN INPUT ATENDIM
           IF ST-ERRO10 = "00"
              OPEN INPUT PROCED
              IF ST-ERRO11 = "00"
                 MOVE 1 TO W-CTLATE
              ELSE
                 CLOSE ATENDIM.
           IF W-CTLATE = 1
              OPEN INPUT PRECONV
              IF ST-ERRO12 = "00"
                 MOVE 1 TO W-CTLPRE.
       INC-OP3.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO15 NOT = "00"
              MOVE "* ERRO AO CRIAR RELATORIO *" TO MENS
              DISPLAY MENS
              PERFORM PAI-FECHA THRU PAI-FECHA-FIM
              GO TO ROT-FIMS.

      *    COMPETENCIA ATUAL APURADA DOS MOVIMENTOS; AS DUAS DE
      *    COMPARACAO LIDAS DO HISTORICO
       PAI-PROC.
           IF W-CTLHOR = 1
              PERFORM PAI-GRADE THRU PAI-GRADE-FIM
                 UNTIL W-EOF = 1
              PERFORM PAI-VAGAS THRU PAI-VAGAS-FIM
                 VARYING W-DIAV FROM 1 BY 1 UNTIL W-DIAV > W-VULTDIA.
           MOVE 0 TO W-EOF
           PERFORM PAI-AGENDA THRU PAI-AGENDA-FIM
              UNTIL W-EOF = 1.
           IF W-CTLREP = 1
              PERFORM PAI-REPASSE THRU PAI-REPASSE-FIM
                 VARYING IND FROM 1 BY 1 UNTIL IND > W-QTDRMU.
           MOVE 0 TO W-EOF
           IF W-CTLFAT = 1
              PERFORM PAI-FATURA THRU PAI-FATURA-FIM
                 UNTIL W-EOF = 1.
           MOVE 0 TO W-EOF
           IF W-CTLTIT = 1
              PERFORM PAI-TITULO THRU PAI-TITULO-FIM
                 UNTIL W-EOF = 1.
           MOVE 0 TO W-EOF
           IF W-CTLCX = 1
              PERFORM PAI-CAIXA THRU PAI-CAIXA-FIM
                 UNTIL W-EOF = 1.
           MOVE 0 TO W-EOF
           IF W-CTLAUD = 1
              PERFORM PAI-NOVOS THRU PAI-NOVOS-FIM
                 UNTIL W-EOF = 1.
           IF W-GRAVA = "S"
              PERFORM PAI-GRAVAHIS THRU PAI-GRAVAHIS-FIM.
           MOVE 2 TO IP
           PERFORM PAI-LEHIS THRU PAI-LEHIS-FIM
           MOVE 3 TO IP
           PERFORM PAI-LEHIS THRU PAI-LEHIS-FIM
           PERFORM PAI-TOTAL THRU PAI-TOTAL-FIM
           PERFORM PAI-ORDENA THRU PAI-ORDENA-FIM
           PERFORM PAI-IMPRIME THRU PAI-IMPRIME-FIM.

       ROT-FIM.
           PERFORM PAI-FECHA THRU PAI-FECHA-FIM
           CLOSE RELATORIO.
           DISPLAY "*** PAINEL GERADO EM " W-NOMEREL " ***".
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.

       PAI-FECHA.
           CLOSE AGENDA PAINHIST
           IF W-CTLHOR = 1
              CLOSE HORMED
           END-IF
           IF W-CTLFER = 1
              CLOSE FERIADO
           END-IF
           IF W-CTLFAT = 1
              CLOSE FATURA
           END-IF
           IF W-CTLTIT = 1
              CLOSE TITULOS
           END-IF
           IF W-CTLCX = 1
              CLOSE CAIXA
           END-IF
           IF W-CTLAUD = 1
              CLOSE AUDITORIA
           END-IF
           IF W-CTLUNI = 1
              CLOSE CADUNI
           END-IF
           IF W-CTLINT = 1
              CLOSE INTERNA
           END-IF
           IF W-CTLCONV = 1
              CLOSE CADCONV
           END-IF
           IF W-CTLREP = 1
              CLOSE REPASMED
           END-IF
           IF W-CTLATE = 1
              CLOSE ATENDIM PROCED
           END-IF
           IF W-CTLPRE = 1
              CLOSE PRECONV
           END-IF.
       PAI-FECHA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    VAGAS DE CADA DIA DA SEMANA POR UNIDADE, PELA GRADE ATIVA
      *    DOS MEDICOS: (HORA FINAL - HORA INICIAL) / DURACAO
       PAI-GRADE.
           READ HORMED NEXT RECORD
              AT END
                 MOVE 1 TO W-EOF
                 GO TO PAI-GRADE-FIM.
           IF STATUSREG OF REGHORMED = "I" OR DURACONS = ZEROS
              GO TO PAI-GRADE-FIM.
           IF DIASEM < 1 OR DIASEM > 7 OR HORAFIM NOT > HORAINI
              GO TO PAI-GRADE-FIM.
           DIVIDE HORAINI BY 100 GIVING W-HH REMAINDER W-MM
           COMPUTE W-MININI = (W-HH * 60) + W-MM
           DIVIDE HORAFIM BY 100 GIVING W-HH REMAINDER W-MM
           COMPUTE W-MINFIM = (W-HH * 60) + W-MM
           COMPUTE W-VAGAS = (W-MINFIM - W-MININI) / DURACONS
           ADD W-VAGAS TO TG-VAGA(DIASEM, UNIDHOR + 1).
       PAI-GRADE-FIM.
           EXIT.

      *    VAGAS DO DIA W-DIAV DA COMPETENCIA (FERIADO NAO TEM VAGA)
       PAI-VAGAS.
           IF W-CTLFER = 1
              COMPUTE FERDATA = (W-COMPN * 100) + W-DIAV
              READ FERIADO
              IF ST-ERRO3 = "00"
                 GO TO PAI-VAGAS-FIM.
           PERFORM CAL-DIASEM THRU CAL-DIASEM-FIM
           PERFORM PAI-VAGAUNI THRU PAI-VAGAUNI-FIM
              VARYING IU FROM 1 BY 1 UNTIL IU > 100.
       PAI-VAGAS-FIM.
           EXIT.

       PAI-VAGAUNI.
           IF TG-VAGA(W-DIASEMANA, IU) = ZEROS
              GO TO PAI-VAGAUNI-FIM.
           ADD TG-VAGA(W-DIASEMANA, IU) TO TU-VAGAS(IU, 1)
           MOVE 1 TO TU-TEM(IU, 1).
       PAI-VAGAUNI-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    CONSULTAS DA COMPETENCIA POR UNIDADE (A TRANSFERIDA NAO
      *    CONTA, COMO NO RELOCUP) E PRODUCAO REALIZADA PARA O
      *    REPASSE POR CRM E UNIDADE
       PAI-AGENDA.
           READ AGENDA NEXT RECORD
              AT END
                 MOVE 1 TO W-EOF
                 GO TO PAI-AGENDA-FIM.
           IF ANO NOT = W-CANO OR MES NOT = W-CMES
              GO TO PAI-AGENDA-FIM.
           IF STATUSAGE = "T"
              GO TO PAI-AGENDA-FIM.
           COMPUTE IU = UNIDAGE + 1
           MOVE 1 TO TU-TEM(IU, 1)
           ADD 1 TO TU-AGEND(IU, 1)
           IF STATUSAGE = "N"
              ADD 1 TO TU-FALTA(IU, 1).
           IF STATUSAGE = "X" OR STATUSAGE = "I"
              ADD 1 TO TU-CANC(IU, 1).
           IF STATUSAGE NOT = "R"
              GO TO PAI-AGENDA-FIM.
           ADD 1 TO TU-REAL(IU, 1)
           IF W-CTLREP = 0
              GO TO PAI-AGENDA-FIM.
           PERFORM PAI-VLRCONS THRU PAI-VLRCONS-FIM
           MOVE 0 TO W-ACHOU
           PERFORM PAI-ACHARMU THRU PAI-ACHARMU-FIM
              VARYING IND FROM 1 BY 1
              UNTIL IND > W-QTDRMU OR W-ACHOU = 1
           IF W-ACHOU = 1
              SUBTRACT 1 FROM IND
           ELSE
              IF W-QTDRMU NOT < 1000
                 IF W-AVISOTAB = 0
                    DISPLAY "*** TABELA DE REPASSE ESGOTADA - "
                            "REPASSE INCOMPLETO, CONFERIR ***"
                    MOVE 1 TO W-AVISOTAB
                 END-IF
                 GO TO PAI-AGENDA-FIM
              END-IF
              ADD 1 TO W-QTDRMU
              MOVE W-QTDRMU TO IND
              MOVE CRM      TO TR-CRM(IND)
              MOVE UNIDAGE  TO TR-UNID(IND)
              MOVE ZEROS    TO TR-VLR(IND)
           END-IF
           ADD W-VLRCONS TO TR-VLR(IND).
       PAI-AGENDA-FIM.
           EXIT.

       PAI-ACHARMU.
           IF TR-CRM(IND) = CRM AND TR-UNID(IND) = UNIDAGE
              MOVE 1 TO W-ACHOU.
       PAI-ACHARMU-FIM.
           EXIT.

      *    VALOR DA CONSULTA: MESMO CRITERIO DO REPASSE (SOMA DOS
      *    PROCEDIMENTOS DO ATENDIMENTO COM O PRECO NEGOCIADO DO
      *    CONVENIO QUANDO VIGENTE; SENAO O VLRPLANO CHEIO)
       PAI-VLRCONS.
           MOVE CONVPACI TO CODIGO
           READ CADCONV
           IF ST-ERRO8 = "00"
              MOVE VLRPLANO TO W-VLRCONS
           ELSE
              MOVE ZEROS TO W-VLRCONS.
           IF W-CTLATE = 0
              GO TO PAI-VLRCONS-FIM.
           MOVE CRM      TO CRMATE
           MOVE DATACONS TO DATAATE
           MOVE HORACONS TO HORAATE
           MOVE SEQENC   TO SEQATE
           READ ATENDIM
           IF ST-ERRO10 NOT = "00"
              GO TO PAI-VLRCONS-FIM.
           MOVE 0 TO W-VLRPROCS
           PERFORM PAI-PROCED THRU PAI-PROCED-FIM
              VARYING IND-PRO FROM 1 BY 1 UNTIL IND-PRO > 5
           IF W-VLRPROCS NOT = ZEROS
              MOVE W-VLRPROCS TO W-VLRCONS.
       PAI-VLRCONS-FIM.
           EXIT.

       PAI-PROCED.
           IF PROCATE(IND-PRO) = ZEROS
              GO TO PAI-PROCED-FIM.
           MOVE PROCATE(IND-PRO) TO CODPROC
           READ PROCED
           IF ST-ERRO11 NOT = "00"
              GO TO PAI-PROCED-FIM.
           MOVE VLRPROC TO W-VLRITEM
           IF W-CTLPRE = 1
              MOVE CONVPACI TO PRECONVEN
              MOVE CODPROC  TO PREPROC
              READ PRECONV
              COMPUTE W-DTCMP = (ANO * 10000) + (MES * 100) + DIA
              IF ST-ERRO12 = "00" AND STATUSPRE NOT = "I" AND
                 PREVIGINI NOT > W-DTCMP
                 MOVE PREVALOR TO W-VLRITEM
              END-IF
           END-IF
           ADD W-VLRITEM TO W-VLRPROCS.
       PAI-PROCED-FIM.
           EXIT.

      *    REPASSE DE CADA CRM NA UNIDADE PELO PERCENTUAL DO
      *    REPASMED (MEDICO SEM PERCENTUAL SAI COM REPASSE ZERO)
       PAI-REPASSE.
           MOVE TR-CRM(IND) TO REPCRM
           READ REPASMED
           IF ST-ERRO9 NOT = "00"
              GO TO PAI-REPASSE-FIM.
           COMPUTE W-VLRREP ROUNDED = (TR-VLR(IND) * REPPERC) / 100
           COMPUTE IU = TR-UNID(IND) + 1
           ADD W-VLRREP TO TU-REPAS(IU, 1).
       PAI-REPASSE-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    FATURAMENTO DA COMPETENCIA: O ARQUIVO GERADO PELO FATCONV,
      *    PELO LIQUIDO A FATURAR (VALOR MENOS COPARTICIPACAO)
       PAI-FATURA.
           READ FATURA NEXT RECORD
              AT END
                 MOVE 1 TO W-EOF
                 GO TO PAI-FATURA-FIM.
           MOVE LINHA-FAT TO FAT-DET
           IF FAT-VLR > FAT-COPART
              COMPUTE W-VLRFAT = FAT-VLR - FAT-COPART
           ELSE
              MOVE ZEROS TO W-VLRFAT.
           MOVE FAT-CRM  TO CRM
           MOVE FAT-DATA TO W-DTAMDN
           PERFORM PAI-DTDMA THRU PAI-DTDMA-FIM
           MOVE W-DTDMAN TO DATACONS
           MOVE FAT-HORA TO HORACONS
           MOVE FAT-SEQ  TO SEQENC
           MOVE SPACES   TO W-UNIORIG
           MOVE ZEROS    TO W-UNISEQ
           IF FAT-MODAL = "D"
              MOVE "D" TO W-UNIORIG.
           PERFORM PAI-UNIDADE THRU PAI-UNIDADE-FIM
           COMPUTE IU = W-UNID + 1
           MOVE 1 TO TU-TEM(IU, 1)
           ADD W-VLRFAT TO TU-FATUR(IU, 1)
           MOVE W-UNID   TO W-BUSCAUNI
           MOVE FAT-CONV TO W-BUSCACONV
           PERFORM PAI-ACHACU THRU PAI-ACHACU-FIM
           IF W-ACHOU = 1
              ADD 1 TO TCU-QTD(IND, 1)
              ADD W-VLRFAT TO TCU-VLR(IND, 1).
       PAI-FATURA-FIM.
           EXIT.

      *    GLOSA DA COMPETENCIA SOBRE O VALOR DOS TITULOS
       PAI-TITULO.
           READ TITULOS NEXT RECORD
              AT END
                 MOVE 1 TO W-EOF
                 GO TO PAI-TITULO-FIM.
           IF TITCOMP NOT = W-COMPN
              GO TO PAI-TITULO-FIM.
           MOVE TITCRM  TO CRM
           MOVE TITDATA TO W-DTAMDN
           PERFORM PAI-DTDMA THRU PAI-DTDMA-FIM
           MOVE W-DTDMAN TO DATACONS
           MOVE TITHORA TO HORACONS
           MOVE TITSEQ  TO SEQENC
           MOVE SPACES  TO W-UNIORIG
           MOVE ZEROS   TO W-UNISEQ
           IF TITSEQ > 89
              MOVE "D" TO W-UNIORIG.
           PERFORM PAI-UNIDADE THRU PAI-UNIDADE-FIM
           COMPUTE IU = W-UNID + 1
           MOVE 1 TO TU-TEM(IU, 1)
           ADD TITVLR TO TU-TITVLR(IU, 1)
           IF TITSTATUS = "G"
              ADD TITVLRGLOSA TO TU-GLOSA(IU, 1).
       PAI-TITULO-FIM.
           EXIT.

      *    RECEBIDO NO CAIXA NA COMPETENCIA (VALOR LIQUIDO NO
      *    PARTICULAR), COMO NO FECHCAI
       PAI-CAIXA.
           READ CAIXA NEXT RECORD
              AT END
                 MOVE 1 TO W-EOF
                 GO TO PAI-CAIXA-FIM.
           IF CXDTRECEB < W-DTINI OR CXDTRECEB > W-DTFIM
              GO TO PAI-CAIXA-FIM.
           IF CXTIPO = "P"
              MOVE CXVLRLIQ TO W-VLRCX
           ELSE
              MOVE CXVALOR TO W-VLRCX.
           MOVE CHAVECX TO CHAVEAGE
           MOVE SPACES  TO W-UNIORIG
           MOVE ZEROS   TO W-UNISEQ
      *    NO CAIXA AS DIARIAS VAO DE 99 PARA BAIXO PELO ENCAIXE
           IF CXSEQENC > 94
              MOVE "D" TO W-UNIORIG
              COMPUTE W-UNISEQ = 99 - CXSEQENC.
           PERFORM PAI-UNIDADE THRU PAI-UNIDADE-FIM
           COMPUTE IU = W-UNID + 1
           MOVE 1 TO TU-TEM(IU, 1)
           ADD W-VLRCX TO TU-CAIXA(IU, 1).
       PAI-CAIXA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    PACIENTES NOVOS: INCLUSOES DO CADASTRO DE PACIENTES
      *    (SMP004) NA AUDITORIA DURANTE A COMPETENCIA, NA UNIDADE DA
      *    PRIMEIRA CONSULTA DO PACIENTE (SEM CONSULTA, UNIDADE 00)
       PAI-NOVOS.
           READ AUDITORIA
              AT END
                 MOVE 1 TO W-EOF
                 GO TO PAI-NOVOS-FIM.
           IF AUD-PROGRAMA NOT = "SMP004" OR
              AUD-OPERACAO NOT = "GRAVACAO"
              GO TO PAI-NOVOS-FIM.
           IF AUD-DATA < W-DTINI OR AUD-DATA > W-DTFIM
              GO TO PAI-NOVOS-FIM.
           IF AUD-CHAVE(1:11) NOT NUMERIC
              GO TO PAI-NOVOS-FIM.
           MOVE AUD-CHAVE(1:11) TO W-CPFNOVO
           MOVE ZEROS TO W-UNIDNOVO
           MOVE 99999999 TO W-DTMENOR
           MOVE W-CPFNOVO TO CPFAGE
           READ AGENDA KEY IS CPFAGE
           IF ST-ERRO = "00"
              MOVE 0 TO W-ACHOU
              PERFORM PAI-NOVOS1 THRU PAI-NOVOS1-FIM
                 UNTIL W-ACHOU = 1.
           COMPUTE IU = W-UNIDNOVO + 1
           MOVE 1 TO TU-TEM(IU, 1)
           ADD 1 TO TU-NOVOS(IU, 1).
       PAI-NOVOS-FIM.
           EXIT.

       PAI-NOVOS1.
           IF CPFAGE NOT = W-CPFNOVO
              MOVE 1 TO W-ACHOU
              GO TO PAI-NOVOS1-FIM.
           COMPUTE W-DTCMP = (ANO * 10000) + (MES * 100) + DIA
           IF STATUSAGE NOT = "T" AND W-DTCMP < W-DTMENOR
              MOVE W-DTCMP TO W-DTMENOR
              MOVE UNIDAGE TO W-UNIDNOVO.
           READ AGENDA NEXT RECORD
              AT END
                 MOVE 1 TO W-ACHOU.
       PAI-NOVOS1-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    UNIDADE DA CONSULTA NA AGENDA (CHAVEAGE JA MONTADA);
      *    CONSULTA JA EXPURGADA FICA NA UNIDADE 00. AS SEQUENCIAS
      *    90 A 99 SAO DIARIAS E EXAMES NA CHAVE DO ATENDIMENTO: A
      *    DIARIA VAI NA UNIDADE DA INTERNACAO E O EXAME NA DA
      *    CONSULTA DE ORIGEM
       PAI-UNIDADE.
           MOVE ZEROS TO W-UNID
           READ AGENDA
           IF ST-ERRO = "00"
              MOVE UNIDAGE TO W-UNID
              GO TO PAI-UNIDADE-FIM.
           IF SEQENC < 90
              GO TO PAI-UNIDADE-FIM.
           MOVE 0 TO W-ACHOU
           IF W-UNIORIG = "D"
              PERFORM PAI-UNIINT THRU PAI-UNIINT-FIM.
           IF W-ACHOU = 0
              PERFORM PAI-UNIAGE THRU PAI-UNIAGE-FIM.
       PAI-UNIDADE-FIM.
           EXIT.

      *    INTERNACAO ABERTA NO ATENDIMENTO CRM/DATA/HORA (A DO
      *    ENCAIXE W-UNISEQ OU A SEGUINTE)
       PAI-UNIINT.
           IF W-CTLINT = 0
              GO TO PAI-UNIINT-FIM.
           MOVE CRM      TO INTCRM
           MOVE DATACONS TO INTDATA
           MOVE HORACONS TO INTHORA
           MOVE W-UNISEQ TO INTSEQ
           START INTERNA KEY IS NOT LESS THAN CHAVEINT
           IF ST-ERRO16 NOT = "00"
              GO TO PAI-UNIINT-FIM.
           READ INTERNA NEXT RECORD
           IF ST-ERRO16 NOT = "00"
              GO TO PAI-UNIINT-FIM.
           IF INTCRM NOT = CRM OR INTDATA NOT = DATACONS OR
              INTHORA NOT = HORACONS
              GO TO PAI-UNIINT-FIM.
           MOVE INTUNID TO W-UNID
           MOVE 1 TO W-ACHOU.
       PAI-UNIINT-FIM.
           EXIT.

      *    PRIMEIRA CONSULTA DA AGENDA NO CRM/DATA/HORA
       PAI-UNIAGE.
           MOVE ZEROS TO SEQENC
           START AGENDA KEY IS NOT LESS THAN CHAVEAGE
           IF ST-ERRO NOT = "00"
              GO TO PAI-UNIAGE-FIM.
           MOVE CRM      TO W-UNICRM
           MOVE DATACONS TO W-UNIDATA
           MOVE HORACONS TO W-UNIHORA
           READ AGENDA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO PAI-UNIAGE-FIM.
           IF CRM NOT = W-UNICRM OR DATACONS NOT = W-UNIDATA OR
              HORACONS NOT = W-UNIHORA
              GO TO PAI-UNIAGE-FIM.
           MOVE UNIDAGE TO W-UNID
           MOVE 1 TO W-ACHOU.
       PAI-UNIAGE-FIM.
           EXIT.

      *    DATA AAAAMMDD (W-DTAMD) PARA DDMMAAAA (W-DTDMA)
       PAI-DTDMA.
           MOVE W-DTAMD-DIA TO W-DTDMA-DIA
           MOVE W-DTAMD-MES TO W-DTDMA-MES
           MOVE W-DTAMD-ANO TO W-DTDMA-ANO.
       PAI-DTDMA-FIM.
           EXIT.

      *    POSICAO DA UNIDADE W-BUSCAUNI E CONVENIO W-BUSCACONV NA
      *    TABELA DE FATURAMENTO, INCLUINDO QUANDO NAO EXISTE
      *    (W-ACHOU = 0 SO COM A TABELA ESGOTADA)
       PAI-ACHACU.
           MOVE 0 TO W-ACHOU
           PERFORM PAI-ACHACU1 THRU PAI-ACHACU1-FIM
              VARYING IND FROM 1 BY 1
              UNTIL IND > W-QTDCU OR W-ACHOU = 1
           IF W-ACHOU = 1
              SUBTRACT 1 FROM IND
              GO TO PAI-ACHACU-FIM.
           IF W-QTDCU NOT < 1000
              IF W-AVISOCU = 0
                 DISPLAY "*** TABELA DE CONVENIOS ESGOTADA - "
                         "PAINEL INCOMPLETO, CONFERIR ***"
                 MOVE 1 TO W-AVISOCU
              END-IF
              GO TO PAI-ACHACU-FIM.
           ADD 1 TO W-QTDCU
           MOVE W-QTDCU TO IND
           MOVE W-BUSCAUNI  TO TCU-UNID(IND)
           MOVE W-BUSCACONV TO TCU-CONV(IND)
           MOVE ZEROS TO TCU-QTD(IND, 1) TCU-VLR(IND, 1)
                         TCU-QTD(IND, 2) TCU-VLR(IND, 2)
                         TCU-QTD(IND, 3) TCU-VLR(IND, 3)
           MOVE 1 TO W-ACHOU.
       PAI-ACHACU-FIM.
           EXIT.

       PAI-ACHACU1.
           IF TCU-UNID(IND) = W-BUSCAUNI AND
              TCU-CONV(IND) = W-BUSCACONV
              MOVE 1 TO W-ACHOU.
       PAI-ACHACU1-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    FECHAMENTO DA COMPETENCIA NO HISTORICO: APAGA O QUE HAVIA
      *    DELA (REEXECUCAO) E GRAVA OS TOTAIS DE CADA UNIDADE E O
      *    FATURAMENTO POR CONVENIO APURADOS AGORA
       PAI-GRAVAHIS.
           MOVE W-COMPN TO HISCOMP
           MOVE ZEROS   TO HISUNID HISCONV
           START PAINHIST KEY IS NOT LESS THAN CHAVEHIS
           IF ST-ERRO14 = "00"
              MOVE 0 TO W-EOF
              PERFORM PAI-APAGAHIS THRU PAI-APAGAHIS-FIM
                 UNTIL W-EOF = 1.
           MOVE 0 TO W-QTDHIS
           PERFORM PAI-GRAVAUNI THRU PAI-GRAVAUNI-FIM
              VARYING IU FROM 1 BY 1 UNTIL IU > 100
           PERFORM PAI-GRAVACU THRU PAI-GRAVACU-FIM
              VARYING IND FROM 1 BY 1 UNTIL IND > W-QTDCU
           DISPLAY "COMPETENCIA FECHADA NO HISTORICO: " W-COMPN
                   " (" W-QTDHIS " REGISTROS)".
       PAI-GRAVAHIS-FIM.
           EXIT.

       PAI-APAGAHIS.
           READ PAINHIST NEXT RECORD
              AT END
                 MOVE 1 TO W-EOF
                 GO TO PAI-APAGAHIS-FIM.
           IF HISCOMP NOT = W-COMPN
              MOVE 1 TO W-EOF
              GO TO PAI-APAGAHIS-FIM.
           DELETE PAINHIST RECORD
           IF ST-ERRO14 NOT = "00"
              DISPLAY "* ERRO NA EXCLUSAO DO PAINHIST " ST-ERRO14
              MOVE 1 TO W-EOF.
       PAI-APAGAHIS-FIM.
           EXIT.

       PAI-GRAVAUNI.
           IF TU-TEM(IU, 1) NOT = 1
              GO TO PAI-GRAVAUNI-FIM.
           MOVE W-COMPN TO HISCOMP
           COMPUTE HISUNID = IU - 1
           MOVE ZEROS TO HISCONV
           MOVE TU-AGEND(IU, 1)  TO HISAGEND
           MOVE TU-REAL(IU, 1)   TO HISREAL
           MOVE TU-FALTA(IU, 1)  TO HISFALTA
           MOVE TU-CANC(IU, 1)   TO HISCANC
           MOVE TU-VAGAS(IU, 1)  TO HISVAGAS
           MOVE TU-NOVOS(IU, 1)  TO HISNOVOS
           MOVE TU-FATUR(IU, 1)  TO HISFATUR
           MOVE TU-TITVLR(IU, 1) TO HISTITVLR
           MOVE TU-GLOSA(IU, 1)  TO HISGLOSA
           MOVE TU-CAIXA(IU, 1)  TO HISCAIXA
           MOVE TU-REPAS(IU, 1)  TO HISREPASSE
           PERFORM PAI-WRITEHIS THRU PAI-WRITEHIS-FIM.
       PAI-GRAVAUNI-FIM.
           EXIT.

       PAI-GRAVACU.
           MOVE W-COMPN TO HISCOMP
           MOVE TCU-UNID(IND) TO HISUNID
           MOVE TCU-CONV(IND) TO HISCONV
           MOVE ZEROS TO HISAGEND HISFALTA HISCANC HISVAGAS HISNOVOS
                         HISTITVLR HISGLOSA HISCAIXA HISREPASSE
           MOVE TCU-QTD(IND, 1) TO HISREAL
           MOVE TCU-VLR(IND, 1) TO HISFATUR
           PERFORM PAI-WRITEHIS THRU PAI-WRITEHIS-FIM.
       PAI-GRAVACU-FIM.
           EXIT.

       PAI-WRITEHIS.
           MOVE W-DTHOJE TO HISDTGER
           WRITE REGPAINHIST
           IF ST-ERRO14 = "00" OR ST-ERRO14 = "02"
              ADD 1 TO W-QTDHIS
           ELSE
              DISPLAY "* ERRO NA GRAVACAO DO PAINHIST " ST-ERRO14.
       PAI-WRITEHIS-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    CARGA DA COMPETENCIA DE COMPARACAO IP A PARTIR DO HISTORICO
       PAI-LEHIS.
           MOVE TCP-COMP(IP) TO HISCOMP
           MOVE ZEROS TO HISUNID HISCONV
           START PAINHIST KEY IS NOT LESS THAN CHAVEHIS
           IF ST-ERRO14 NOT = "00"
              GO TO PAI-LEHIS-FIM.
           MOVE 0 TO W-EOF
           PERFORM PAI-LEHIS1 THRU PAI-LEHIS1-FIM
              UNTIL W-EOF = 1.
       PAI-LEHIS-FIM.
           EXIT.

       PAI-LEHIS1.
           READ PAINHIST NEXT RECORD
              AT END
                 MOVE 1 TO W-EOF
                 GO TO PAI-LEHIS1-FIM.
           IF HISCOMP NOT = TCP-COMP(IP)
              MOVE 1 TO W-EOF
              GO TO PAI-LEHIS1-FIM.
           IF HISCONV NOT = ZEROS
              MOVE HISUNID TO W-BUSCAUNI
              MOVE HISCONV TO W-BUSCACONV
              PERFORM PAI-ACHACU THRU PAI-ACHACU-FIM
              IF W-ACHOU = 1
                 MOVE HISREAL  TO TCU-QTD(IND, IP)
                 MOVE HISFATUR TO TCU-VLR(IND, IP)
              END-IF
              GO TO PAI-LEHIS1-FIM.
           COMPUTE IU = HISUNID + 1
           MOVE 1          TO TU-TEM(IU, IP)
           MOVE HISAGEND   TO TU-AGEND(IU, IP)
           MOVE HISREAL    TO TU-REAL(IU, IP)
           MOVE HISFALTA   TO TU-FALTA(IU, IP)
           MOVE HISCANC    TO TU-CANC(IU, IP)
           MOVE HISVAGAS   TO TU-VAGAS(IU, IP)
           MOVE HISNOVOS   TO TU-NOVOS(IU, IP)
           MOVE HISFATUR   TO TU-FATUR(IU, IP)
           MOVE HISTITVLR  TO TU-TITVLR(IU, IP)
           MOVE HISGLOSA   TO TU-GLOSA(IU, IP)
           MOVE HISCAIXA   TO TU-CAIXA(IU, IP)
           MOVE HISREPASSE TO TU-REPAS(IU, IP).
       PAI-LEHIS1-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    TOTAL DE TODAS AS UNIDADES (POSICAO 101 E UNIDADE 100 NA
      *    TABELA DE CONVENIOS) NAS TRES COMPETENCIAS
       PAI-TOTAL.
           PERFORM PAI-TOTUNI THRU PAI-TOTUNI-FIM
              VARYING IU FROM 1 BY 1 UNTIL IU > 100
           MOVE W-QTDCU TO W-QTDCUORI
           PERFORM PAI-TOTCU THRU PAI-TOTCU-FIM
              VARYING IND2 FROM 1 BY 1 UNTIL IND2 > W-QTDCUORI.
       PAI-TOTAL-FIM.
           EXIT.

       PAI-TOTUNI.
           PERFORM PAI-TOTUNI1 THRU PAI-TOTUNI1-FIM
              VARYING IP FROM 1 BY 1 UNTIL IP > 3.
       PAI-TOTUNI-FIM.
           EXIT.

       PAI-TOTUNI1.
           IF TU-TEM(IU, IP) NOT = 1
              GO TO PAI-TOTUNI1-FIM.
           MOVE 1 TO TU-TEM(101, IP)
           ADD TU-AGEND(IU, IP)  TO TU-AGEND(101, IP)
           ADD TU-REAL(IU, IP)   TO TU-REAL(101, IP)
           ADD TU-FALTA(IU, IP)  TO TU-FALTA(101, IP)
           ADD TU-CANC(IU, IP)   TO TU-CANC(101, IP)
           ADD TU-VAGAS(IU, IP)  TO TU-VAGAS(101, IP)
           ADD TU-NOVOS(IU, IP)  TO TU-NOVOS(101, IP)
           ADD TU-FATUR(IU, IP)  TO TU-FATUR(101, IP)
           ADD TU-TITVLR(IU, IP) TO TU-TITVLR(101, IP)
           ADD TU-GLOSA(IU, IP)  TO TU-GLOSA(101, IP)
           ADD TU-CAIXA(IU, IP)  TO TU-CAIXA(101, IP)
           ADD TU-REPAS(IU, IP)  TO TU-REPAS(101, IP).
       PAI-TOTUNI1-FIM.
           EXIT.

       PAI-TOTCU.
           MOVE 100 TO W-BUSCAUNI
           MOVE TCU-CONV(IND2) TO W-BUSCACONV
           PERFORM PAI-ACHACU THRU PAI-ACHACU-FIM
           IF W-ACHOU = 0
              GO TO PAI-TOTCU-FIM.
           ADD TCU-QTD(IND2, 1) TO TCU-QTD(IND, 1)
           ADD TCU-VLR(IND2, 1) TO TCU-VLR(IND, 1)
           ADD TCU-QTD(IND2, 2) TO TCU-QTD(IND, 2)
           ADD TCU-VLR(IND2, 2) TO TCU-VLR(IND, 2)
           ADD TCU-QTD(IND2, 3) TO TCU-QTD(IND, 3)
           ADD TCU-VLR(IND2, 3) TO TCU-VLR(IND, 3).
       PAI-TOTCU-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    CLASSIFICA A TABELA DE CONVENIOS POR UNIDADE E CODIGO
       PAI-ORDENA.
           IF W-QTDCU < 2
              GO TO PAI-ORDENA-FIM.
           PERFORM PAI-ORDENA1 THRU PAI-ORDENA1-FIM
              VARYING IND FROM 1 BY 1 UNTIL IND > W-QTDCU - 1.
       PAI-ORDENA-FIM.
           EXIT.

       PAI-ORDENA1.
           MOVE IND TO W-MAXIDX
           PERFORM PAI-ORDENA2 THRU PAI-ORDENA2-FIM
              VARYING IND2 FROM IND BY 1 UNTIL IND2 > W-QTDCU
           IF W-MAXIDX NOT = IND
              MOVE TCU-ITEM(IND) TO W-TROCA
              MOVE TCU-ITEM(W-MAXIDX) TO TCU-ITEM(IND)
              MOVE W-TROCA TO TCU-ITEM(W-MAXIDX).
       PAI-ORDENA1-FIM.
           EXIT.

       PAI-ORDENA2.
           IF TCU-UNID(IND2) < TCU-UNID(W-MAXIDX)
              MOVE IND2 TO W-MAXIDX
           ELSE
              IF TCU-UNID(IND2) = TCU-UNID(W-MAXIDX) AND
                 TCU-CONV(IND2) < TCU-CONV(W-MAXIDX)
                 MOVE IND2 TO W-MAXIDX.
       PAI-ORDENA2-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    UM BLOCO POR UNIDADE COM MOVIMENTO OU HISTORICO E, NO FIM,
      *    O BLOCO DE TODAS AS UNIDADES
       PAI-IMPRIME.
           MOVE W-CMES TO LC1-MES
           MOVE W-CANO TO LC1-ANO
           WRITE LINHA-REL FROM LIN-CAB1
           MOVE TCP-COMP(2) TO W-COMPAUXN
           MOVE W-AMES TO LC2-MES1
           MOVE W-AANO TO LC2-ANO1
           MOVE TCP-COMP(3) TO W-COMPAUXN
           MOVE W-AMES TO LC2-MES2
           MOVE W-AANO TO LC2-ANO2
           WRITE LINHA-REL FROM LIN-CAB2
           IF W-CTLFAT = 0
              MOVE "*** FATCONV DA COMPETENCIA NAO GERADO - FATURAMENTO
      -            " ZERADO ***" TO LA-TEXTO
              WRITE LINHA-REL FROM LIN-AVISO.
           IF W-GRAVA = "S"
              MOVE "COMPETENCIA FECHADA NO HISTORICO (PAINHIST)"
                                                TO LA-TEXTO
              WRITE LINHA-REL FROM LIN-AVISO.
           PERFORM PAI-BLOCO THRU PAI-BLOCO-FIM
              VARYING IU FROM 1 BY 1 UNTIL IU > 101.
       PAI-IMPRIME-FIM.
           EXIT.

       PAI-BLOCO.
           IF TU-TEM(IU, 1) NOT = 1 AND TU-TEM(IU, 2) NOT = 1 AND
              TU-TEM(IU, 3) NOT = 1
              GO TO PAI-BLOCO-FIM.
           WRITE LINHA-REL FROM SPACES
           WRITE LINHA-REL FROM LIN-TRACO
           MOVE SPACES TO LC3-UNID LC3-NOME
           IF IU = 101
              MOVE "TODAS AS UNIDADES" TO LC3-NOME
           ELSE
              COMPUTE W-UNID = IU - 1
              MOVE W-UNID TO LC3-UNID(1:2)
              MOVE "-" TO LC3-UNID(4:1)
              PERFORM PAI-NOMEUNI THRU PAI-NOMEUNI-FIM
           END-IF
           WRITE LINHA-REL FROM LIN-CAB3
           WRITE LINHA-REL FROM LIN-CAB4
           PERFORM PAI-CALCULA THRU PAI-CALCULA-FIM
              VARYING IP FROM 1 BY 1 UNTIL IP > 3
           PERFORM PAI-LININD THRU PAI-LININD-FIM
              VARYING IND2 FROM 1 BY 1 UNTIL IND2 > 12
           WRITE LINHA-REL FROM SPACES
           WRITE LINHA-REL FROM LIN-CAB5
           IF IU = 101
              MOVE 100 TO W-BUSCAUNI
           ELSE
              COMPUTE W-BUSCAUNI = IU - 1.
           PERFORM PAI-LINCONV THRU PAI-LINCONV-FIM
              VARYING IND FROM 1 BY 1 UNTIL IND > W-QTDCU.
       PAI-BLOCO-FIM.
           EXIT.

       PAI-NOMEUNI.
           IF W-CTLUNI = 0
              GO TO PAI-NOMEUNI-FIM.
           MOVE W-UNID TO UNICOD
           READ CADUNI
           IF ST-ERRO13 = "00"
              MOVE UNINOME TO LC3-NOME
           ELSE
              MOVE "(UNIDADE NAO CADASTRADA)" TO LC3-NOME.
       PAI-NOMEUNI-FIM.
           EXIT.

      *    INDICADORES DA UNIDADE IU NA COMPETENCIA IP. RECEITA =
      *    FATURADO AOS CONVENIOS - GLOSA + RECEBIDO NO CAIXA;
      *    MARGEM = RECEITA - REPASSE; TICKET = RECEITA/REALIZADAS
       PAI-CALCULA.
           MOVE TU-TEM(IU, IP) TO TI-TEM(IP)
           MOVE TU-AGEND(IU, IP) TO TI-VLR(1, IP)
           MOVE TU-REAL(IU, IP)  TO TI-VLR(2, IP)
           MOVE TU-FALTA(IU, IP) TO TI-VLR(3, IP)
           IF TU-VAGAS(IU, IP) = ZEROS OR
              TU-CANC(IU, IP) > TU-AGEND(IU, IP)
              MOVE ZEROS TO TI-VLR(4, IP)
           ELSE
              COMPUTE TI-VLR(4, IP) ROUNDED =
                 ((TU-AGEND(IU, IP) - TU-CANC(IU, IP)) * 100) /
                  TU-VAGAS(IU, IP).
           MOVE TU-NOVOS(IU, IP) TO TI-VLR(5, IP)
           MOVE TU-FATUR(IU, IP) TO TI-VLR(6, IP)
           IF TU-TITVLR(IU, IP) = ZEROS
              MOVE ZEROS TO TI-VLR(7, IP)
           ELSE
              COMPUTE TI-VLR(7, IP) ROUNDED =
                 (TU-GLOSA(IU, IP) * 100) / TU-TITVLR(IU, IP).
           MOVE TU-CAIXA(IU, IP) TO TI-VLR(8, IP)
           MOVE TU-REPAS(IU, IP) TO TI-VLR(9, IP)
           COMPUTE W-RECEITA = TU-FATUR(IU, IP) - TU-GLOSA(IU, IP) +
                               TU-CAIXA(IU, IP)
           MOVE W-RECEITA TO TI-VLR(10, IP)
           COMPUTE TI-VLR(11, IP) = W-RECEITA - TU-REPAS(IU, IP)
           IF TU-REAL(IU, IP) = ZEROS
              MOVE ZEROS TO TI-VLR(12, IP)
           ELSE
              COMPUTE TI-VLR(12, IP) ROUNDED =
                 W-RECEITA / TU-REAL(IU, IP).
       PAI-CALCULA-FIM.
           EXIT.

      *    LINHA DO INDICADOR IND2: ATUAL, MES ANTERIOR E ANO
      *    ANTERIOR COM A VARIACAO PERCENTUAL DE CADA COMPARACAO
       PAI-LININD.
           MOVE TID-DESC(IND2) TO LI-DESC
           MOVE TID-TIPO(IND2) TO W-TIPOIND
           MOVE TI-VLR(IND2, 1) TO W-VLRCEL W-VLRATU
           PERFORM PAI-CELULA THRU PAI-CELULA-FIM
           MOVE W-CELULA TO LI-ATU
           MOVE SPACES TO LI-VANT LI-VAAN
           IF TI-TEM(2) NOT = 1
              MOVE "     S/HIST." TO LI-ANT
           ELSE
              MOVE TI-VLR(IND2, 2) TO W-VLRCEL W-BASE
              PERFORM PAI-CELULA THRU PAI-CELULA-FIM
              MOVE W-CELULA TO LI-ANT
              PERFORM PAI-VARIACAO THRU PAI-VARIACAO-FIM
              MOVE W-CELVAR TO LI-VANT.
           IF TI-TEM(3) NOT = 1
              MOVE "     S/HIST." TO LI-AAN
           ELSE
              MOVE TI-VLR(IND2, 3) TO W-VLRCEL W-BASE
              PERFORM PAI-CELULA THRU PAI-CELULA-FIM
              MOVE W-CELULA TO LI-AAN
              PERFORM PAI-VARIACAO THRU PAI-VARIACAO-FIM
              MOVE W-CELVAR TO LI-VAAN.
           WRITE LINHA-REL FROM LIN-IND.
       PAI-LININD-FIM.
           EXIT.

      *    FATURAMENTO DO CONVENIO NA UNIDADE DO BLOCO
       PAI-LINCONV.
           IF TCU-UNID(IND) NOT = W-BUSCAUNI
              GO TO PAI-LINCONV-FIM.
           MOVE TCU-CONV(IND) TO LCV-CONV
           MOVE "(NAO CADASTR.)" TO LCV-NOME
           IF W-CTLCONV = 1
              MOVE TCU-CONV(IND) TO CODIGO
              READ CADCONV
              IF ST-ERRO8 = "00"
                 MOVE NOME OF REGCADCONV TO LCV-NOME
              END-IF
           END-IF
           MOVE LIN-CONV TO LI-DESC
           MOVE "V" TO W-TIPOIND
           MOVE TCU-VLR(IND, 1) TO W-VLRCEL W-VLRATU
           PERFORM PAI-CELULA THRU PAI-CELULA-FIM
           MOVE W-CELULA TO LI-ATU
           MOVE SPACES TO LI-VANT LI-VAAN
           IF TI-TEM(2) NOT = 1
              MOVE "     S/HIST." TO LI-ANT
           ELSE
              MOVE TCU-VLR(IND, 2) TO W-VLRCEL W-BASE
              PERFORM PAI-CELULA THRU PAI-CELULA-FIM
              MOVE W-CELULA TO LI-ANT
              PERFORM PAI-VARIACAO THRU PAI-VARIACAO-FIM
              MOVE W-CELVAR TO LI-VANT.
           IF TI-TEM(3) NOT = 1
              MOVE "     S/HIST." TO LI-AAN
           ELSE
              MOVE TCU-VLR(IND, 3) TO W-VLRCEL W-BASE
              PERFORM PAI-CELULA THRU PAI-CELULA-FIM
              MOVE W-CELULA TO LI-AAN
              PERFORM PAI-VARIACAO THRU PAI-VARIACAO-FIM
              MOVE W-CELVAR TO LI-VAAN.
           WRITE LINHA-REL FROM LIN-IND.
       PAI-LINCONV-FIM.
           EXIT.

      *    EDITA W-VLRCEL CONFORME O TIPO DO INDICADOR
       PAI-CELULA.
           IF W-TIPOIND = "Q"
              MOVE W-VLRCEL TO W-EDQ
              MOVE W-EDQG TO W-CELULA
              GO TO PAI-CELULA-FIM.
           IF W-TIPOIND = "P"
              MOVE W-VLRCEL TO W-EDP
              MOVE W-EDPG TO W-CELULA
              GO TO PAI-CELULA-FIM.
           MOVE W-VLRCEL TO W-EDV
           MOVE W-EDV TO W-CELULA.
       PAI-CELULA-FIM.
           EXIT.

      *    VARIACAO PERCENTUAL DO ATUAL SOBRE A BASE W-BASE (BASE
      *    ZERO NAO TEM VARIACAO; ACIMA DE 9999,9 % FICA NO LIMITE)
       PAI-VARIACAO.
           IF W-BASE = ZEROS
              MOVE "    N/D" TO W-CELVAR
              GO TO PAI-VARIACAO-FIM.
           COMPUTE W-DIFER = W-VLRATU - W-BASE
           IF W-BASE < ZEROS
              COMPUTE W-BASE = W-BASE * -1.
           COMPUTE W-VARP ROUNDED = (W-DIFER * 100) / W-BASE
              ON SIZE ERROR
                 IF W-DIFER < ZEROS
                    MOVE -9999,9 TO W-VARP
                 ELSE
                    MOVE 9999,9 TO W-VARP
                 END-IF
           END-COMPUTE
           MOVE W-VARP TO W-EDVAR
           MOVE W-EDVAR TO W-CELVAR.
       PAI-VARIACAO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    ULTIMO DIA DO MES DA COMPETENCIA, TRATANDO ANO BISSEXTO
       CAL-ULTDIA.
           IF W-CMES = 01 OR W-CMES = 03 OR W-CMES = 05 OR
              W-CMES = 07 OR W-CMES = 08 OR W-CMES = 10 OR
              W-CMES = 12
              MOVE 31 TO W-VULTDIA
              GO TO CAL-ULTDIA-FIM.
           IF W-CMES NOT = 02
              MOVE 30 TO W-VULTDIA
              GO TO CAL-ULTDIA-FIM.
           DIVIDE W-CANO BY 4 GIVING W-QUOC REMAINDER W-RESTO4
           DIVIDE W-CANO BY 100 GIVING W-QUOC REMAINDER W-RESTO100
           DIVIDE W-CANO BY 400 GIVING W-QUOC REMAINDER W-RESTO400
           IF W-RESTO400 = 0 OR (W-RESTO4 = 0 AND W-RESTO100 NOT = 0)
              MOVE 29 TO W-VULTDIA
           ELSE
              MOVE 28 TO W-VULTDIA.
       CAL-ULTDIA-FIM.
           EXIT.

      *    DIA DA SEMANA DO DIA W-DIAV DA COMPETENCIA
      *    (1=DOMINGO ... 7=SABADO) PELA CONGRUENCIA DE ZELLER
       CAL-DIASEM.
           MOVE W-DIAV TO W-ZQ
           MOVE W-CMES TO W-ZM
           MOVE W-CANO TO W-ZANO
           IF W-ZM < 3
              ADD 12 TO W-ZM
              SUBTRACT 1 FROM W-ZANO
           END-IF
           DIVIDE W-ZANO BY 100 GIVING W-ZJ REMAINDER W-ZK
           COMPUTE W-ZT13 = 13 * (W-ZM + 1)
           DIVIDE W-ZT13 BY 5 GIVING W-ZT13
           DIVIDE W-ZK BY 4 GIVING W-ZK4
           DIVIDE W-ZJ BY 4 GIVING W-ZJ4
           COMPUTE W-ZSOMA = W-ZQ + W-ZT13 + W-ZK + W-ZK4 +
                   W-ZJ4 + (5 * W-ZJ)
           DIVIDE W-ZSOMA BY 7 GIVING W-ZQUOC REMAINDER W-ZH
           IF W-ZH = 0
              MOVE 7 TO W-DIASEMANA
           ELSE
              MOVE W-ZH TO W-DIASEMANA.
       CAL-DIASEM-FIM.
           EXIT.
      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
