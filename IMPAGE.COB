       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPAGE.
      *AUTHOR. LUCAS ALVES VIEIRA.
      ********************************************************
      * IMPORTACAO DAS SOLICITACOES DE AGENDAMENTO *
      * LE O ARQUIVO DIARIO DE PEDIDOS DE CONSULTA DO SITE E *
      * DO WHATSAPP (SOLAGE.DAT.AAAAMMDD), VALIDA PACIENTE, *
      * CONVENIO E VIGENCIA, PROCURA HORARIO LIVRE COM AS *
      * REGRAS DO AGENDA (GRADE DO HORMED, AUSMED, FERIADO E *
      * ENCAIXE) E MARCA A CONSULTA OU INCLUI O PACIENTE NA *
      * FILA DE ESPERA. GRAVA A RESPOSTA DE CADA PEDIDO EM *
      * RESPAGE.DAT.AAAAMMDD E IMPRIME EM IMPAGE.AAAAMMDD OS *
      * PEDIDOS QUE PRECISAM DE TRATAMENTO PELA RECEPCAO *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT SOLAGE ASSIGN TO W-NOMESOL
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO2.

            SELECT AGENDA ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CHAVEAGE
                      FILE STATUS  IS ST-ERRO
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

            SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION  IS INDEXED
                    ACCESS MODE   IS DYNAMIC
                    RECORD KEY    IS CODIGO
                    FILE STATUS   IS ST-ERRO5
                    ALTERNATE RECORD KEY IS NOME OF REGCADCONV
                                    WITH DUPLICATES.

            SELECT HORMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEHOR
                    FILE STATUS  IS ST-ERRO6.

            SELECT FILAESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEFILA
                    FILE STATUS  IS ST-ERRO7.

            SELECT AUSMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEAUS
                    FILE STATUS  IS ST-ERRO8.

            SELECT FERIADO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FERDATA
                    FILE STATUS  IS ST-ERRO9.

            SELECT RESPAGE ASSIGN TO W-NOMERESP
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO10.

            SELECT RELATORIO ASSIGN TO W-NOMEREL
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO11.

            SELECT TELECON ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVETEL
                    FILE STATUS  IS ST-ERRO12.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD SOLAGE
               LABEL RECORD IS STANDARD.
       01 REGSOLAGE.
          03 SL-TIPO          PIC X(01).
          03 SL-ORIGEM        PIC X(01).
          03 SL-PROTOC        PIC X(12).
          03 SL-CPF           PIC 9(11).
          03 SL-NOME          PIC X(30).
          03 SL-TELEFONE      PIC 9(11).
          03 SL-CONV          PIC 9(04).
          03 SL-ESPEC         PIC 9(02).
          03 SL-CRM           PIC 9(06).
          03 SL-DATA          PIC 9(08).
          03 SL-PERIODO       PIC X(01).
          03 FILLER           PIC X(13).
      *    SL-TIPO   : 0=HEADER  1=PEDIDO  9=TRAILER
      *    SL-ORIGEM : S=SITE  W=WHATSAPP
      *    SL-CONV   : ZERO = CONVENIO DO CADASTRO DO PACIENTE
      *    SL-ESPEC/SL-CRM: CRM PREFERIDO OU SO A ESPECIALIDADE
      *    SL-DATA   : DATA PREFERIDA (DDMMAAAA)
      *    SL-PERIODO: M=MANHA  T=TARDE  BRANCO=QUALQUER HORARIO
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
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       01 REGCADMED.
                03 CRMMED            PIC 9(06).
                03 NOME              PIC X(30).
                03 EMAIL             PIC X(30).
                03 SEXO              PIC X(01).
                03 TPESPECIALIDADE   PIC 9(02) OCCURS 3 TIMES.
                03 FILLER            PIC X(08).
                03 CRMATIVO          PIC X(01).
                03 FILLER            PIC X(08).
                03 STATUSREG         PIC X(01).
      *
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGCADPACI.
          03 CPF            PIC 9(11).
          03 NOMEPACI       PIC X(30).
          03 FILLER         PIC X(40).
          03 CONVPACI       PIC 9(04).
          03 FILLER         PIC X(80).
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
                03 DTVALIDADE.
                   05 DIAVAL         PIC 9(02).
                   05 MESVAL         PIC 9(02).
                   05 ANOVAL         PIC 9(04).
                03 STATUSREG         PIC X(01).
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
       FD FILAESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FILAESP.DAT".
       01 REGFILAESP.
                03 CHAVEFILA.
                   05 CRMFILA           PIC 9(06).
                   05 DATAFILA          PIC 9(08).
                   05 SEQFILA           PIC 9(03).
                03 CPFFILA              PIC 9(11).
                03 DTENTRADA            PIC 9(08).
                03 HORAENTRADA          PIC 9(04).
                03 STATUSFILA           PIC X(01).
      *
       FD AUSMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUSMED.DAT".
       01 REGAUSMED.
                03 CHAVEAUS.
                   05 AUSCRM            PIC 9(06).
                   05 AUSDTINI          PIC 9(08).
                03 AUSDTFIM             PIC 9(08).
                03 AUSMOTIVO            PIC X(30).
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
      *    RESPOSTA DEVOLVIDA AO SITE/WHATSAPP, UMA POR PEDIDO
       FD RESPAGE
               LABEL RECORD IS STANDARD.
       01 REGRESPAGE.
          03 RS-PROTOC        PIC X(12).
          03 RS-CPF           PIC 9(11).
          03 RS-SITUACAO      PIC X(01).
          03 RS-CRM           PIC 9(06).
          03 RS-DATA          PIC 9(08).
          03 RS-HORA          PIC 9(04).
          03 RS-SEQ           PIC 9(02).
          03 RS-UNID          PIC 9(02).
          03 RS-MOTIVO        PIC X(40).
      *    RS-SITUACAO: A=CONSULTA AGENDADA  F=INCLUIDO NA FILA DE
      *                 ESPERA DO CRM/DATA  R=PEDIDO RECUSADO
      *
       FD RELATORIO
               LABEL RECORD IS STANDARD.
       01 LINHA-REL          PIC X(80).
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
      *    CONSULTA COM REGISTRO NO TELECON E TELECONSULTA; SEM
      *    REGISTRO E PRESENCIAL. CHAVETEL = CHAVEAGE DA CONSULTA
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
       77 W-CTLHOR       PIC 9(01) VALUE ZEROS.
       77 W-CTLAUS       PIC 9(01) VALUE ZEROS.
       77 W-CTLFER       PIC 9(01) VALUE ZEROS.
       77 W-CTLTEL       PIC 9(01) VALUE ZEROS.
       77 W-EOF-SOL      PIC 9(01) VALUE ZEROS.
       77 W-FIM          PIC 9(01) VALUE ZEROS.
       77 W-FIMAUS       PIC 9(01) VALUE ZEROS.
       77 W-QTDLIDO      PIC 9(06) VALUE ZEROS.
       77 W-QTDAGE       PIC 9(06) VALUE ZEROS.
       77 W-QTDENC       PIC 9(06) VALUE ZEROS.
       77 W-QTDFILA      PIC 9(06) VALUE ZEROS.
       77 W-QTDREC       PIC 9(06) VALUE ZEROS.
       77 W-QTDMAN       PIC 9(06) VALUE ZEROS.
      *    W-MANUAL: 1 = RECUSA QUE PRECISA DE CONTATO DA RECEPCAO
       77 W-MANUAL       PIC 9(01) VALUE ZEROS.
       77 W-CONV         PIC 9(04) VALUE ZEROS.
       77 W-PERIODO      PIC X(01) VALUE SPACES.
      *    RESULTADO DA BUSCA NUM MEDICO (W-RESMED): 0=SEM VAGA
      *    1=CONSULTA MARCADA  2=NAO ATENDE NO DIA  3=AUSENTE
       77 W-RESMED       PIC 9(01) VALUE ZEROS.
       77 W-ACHOUESP     PIC 9(01) VALUE ZEROS.
       77 W-CRMFILA      PIC 9(06) VALUE ZEROS.
       77 W-CRMBUSCA     PIC 9(06) VALUE ZEROS.
       77 IND-ESP        PIC 9(01) VALUE ZEROS.
       77 W-TEMVAGA      PIC 9(01) VALUE ZEROS.
       77 W-SEL          PIC 9(01) VALUE ZEROS.
       77 W-VAGA         PIC 9(04) VALUE ZEROS.
       77 W-SEQVAGA      PIC 9(02) VALUE ZEROS.
       77 W-SEQMAX       PIC 9(03) VALUE ZEROS.
       77 W-JAFILA       PIC 9(01) VALUE ZEROS.
      *    CONTROLE DA GRADE DE ATENDIMENTO (HORMED)
       77 W-GRADEOK      PIC 9(01) VALUE ZEROS.
       77 W-DIASEMANA    PIC 9(01) VALUE ZEROS.
       77 W-GRHINI       PIC 9(04) VALUE ZEROS.
       77 W-GRHFIM       PIC 9(04) VALUE ZEROS.
       77 W-GRDUR        PIC 9(03) VALUE ZEROS.
       77 W-MAXENC       PIC 9(02) VALUE ZEROS.
       77 W-UNID         PIC 9(02) VALUE ZEROS.
       77 W-AUSOK        PIC 9(01) VALUE ZEROS.
       77 W-MININI       PIC 9(04) VALUE ZEROS.
       77 W-MINFIM       PIC 9(04) VALUE ZEROS.
       77 W-MINCAND      PIC 9(04) VALUE ZEROS.
      *    DATAS DE COMPARACAO (AAAAMMDD)
       77 W-DTARQ        PIC 9(08) VALUE ZEROS.
       77 W-DTCONSCMP    PIC 9(08) VALUE ZEROS.
       77 W-DTLIMCMP     PIC 9(08) VALUE ZEROS.
       77 W-DTVALCMP     PIC 9(08) VALUE ZEROS.
       77 W-LIMDIA       PIC 9(02) VALUE ZEROS.
       77 W-LIMMES       PIC 9(02) VALUE ZEROS.
       77 W-LIMANO       PIC 9(04) VALUE ZEROS.
       77 W-UMES         PIC 9(02) VALUE ZEROS.
       77 W-UANO         PIC 9(04) VALUE ZEROS.
       77 W-VULTDIA      PIC 9(02) VALUE ZEROS.
       77 W-QUOC         PIC 9(04) VALUE ZEROS.
       77 W-RESTO4       PIC 9(04) VALUE ZEROS.
       77 W-RESTO100     PIC 9(04) VALUE ZEROS.
       77 W-RESTO400     PIC 9(04) VALUE ZEROS.
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
       01 MENS           PIC X(50) VALUE SPACES.
       01 W-NOMESOL      PIC X(19) VALUE SPACES.
       01 W-NOMERESP     PIC X(20) VALUE SPACES.
       01 W-NOMEREL      PIC X(15) VALUE SPACES.
       01 W-HOJE.
          03 W-HANO      PIC 9(04).
          03 W-HMES      PIC 9(02).
          03 W-HDIA      PIC 9(02).
       01 W-HOJEN REDEFINES W-HOJE PIC 9(08).
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
       01 W-HORA.
          03 W-HH        PIC 9(02).
          03 W-MM        PIC 9(02).
       01 W-HORAG.
          03 W-HORAG4    PIC 9(04).
          03 FILLER      PIC 9(04).

       01 LIN-CAB1.
          03 FILLER      PIC X(10) VALUE SPACES.
          03 FILLER      PIC X(48) VALUE
             "SOLICITACOES DE AGENDAMENTO - SITE/WHATSAPP".
          03 LC1-DATA    PIC 99/99/9999.
       01 LIN-CAB2.
          03 FILLER      PIC X(40) VALUE
             "PEDIDOS PARA TRATAMENTO MANUAL".
       01 LIN-CAB3.
          03 FILLER      PIC X(14) VALUE "PROTOCOLO".
          03 FILLER      PIC X(03) VALUE "OR".
          03 FILLER      PIC X(13) VALUE "CPF".
          03 FILLER      PIC X(31) VALUE "NOME".
          03 FILLER      PIC X(12) VALUE "TELEFONE".
       01 LIN-DET1.
          03 LD-PROTOC   PIC X(12).
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LD-ORIGEM   PIC X(01).
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LD-CPF      PIC 9(11).
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LD-NOME     PIC X(30).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-TEL      PIC 9(11).
       01 LIN-DET2.
          03 FILLER      PIC X(05) VALUE SPACES.
          03 FILLER      PIC X(08) VALUE "MOTIVO: ".
          03 LD-MOTIVO   PIC X(40).
          03 FILLER      PIC X(05) VALUE " CRM ".
          03 LD-CRM      PIC ZZZZZ9.
          03 FILLER      PIC X(05) VALUE " ESP ".
          03 LD-ESPEC    PIC 9(02).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-DATA     PIC 99/99/9999.
       01 LIN-TOT1.
          03 FILLER      PIC X(30) VALUE
             "PEDIDOS LIDOS               :".
          03 LT1-QTD     PIC ZZZ.ZZ9.
       01 LIN-TOT2.
          03 FILLER      PIC X(30) VALUE
             "CONSULTAS AGENDADAS         :".
          03 LT2-QTD     PIC ZZZ.ZZ9.
       01 LIN-TOT3.
          03 FILLER      PIC X(30) VALUE
             "  DAS QUAIS EM ENCAIXE      :".
          03 LT3-QTD     PIC ZZZ.ZZ9.
       01 LIN-TOT4.
          03 FILLER      PIC X(30) VALUE
             "INCLUIDOS NA FILA DE ESPERA :".
          03 LT4-QTD     PIC ZZZ.ZZ9.
       01 LIN-TOT5.
          03 FILLER      PIC X(30) VALUE
             "PEDIDOS RECUSADOS           :".
          03 LT5-QTD     PIC ZZZ.ZZ9.
       01 LIN-TOT6.
          03 FILLER      PIC X(30) VALUE
             "  DOS QUAIS P/ TRAT. MANUAL :".
          03 LT6-QTD     PIC ZZZ.ZZ9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "IMPORTACAO DE SOLICITACOES DE AGENDAMENTO"
           DISPLAY "DATA DO ARQUIVO (AAAAMMDD, ZERO = HOJE): "
           ACCEPT W-DTARQ
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           IF W-DTARQ = ZEROS
              MOVE W-HOJEN TO W-DTARQ.
           STRING "SOLAGE.DAT." W-DTARQ
              DELIMITED BY SIZE INTO W-NOMESOL
           STRING "RESPAGE.DAT." W-DTARQ
              DELIMITED BY SIZE INTO W-NOMERESP
           STRING "IMPAGE." W-DTARQ
              DELIMITED BY SIZE INTO W-NOMEREL
           PERFORM CAL-LIMITE THRU CAL-LIMITE-FIM.
       INC-OP0.
           OPEN INPUT SOLAGE
           IF ST-ERRO2 NOT = "00"
              MOVE "* ARQUIVO DE SOLICITACOES NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              GO TO ROT-FIMS.
       INC-OP1.
           OPEN I-O AGENDA
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO AGENDA NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              CLOSE SOLAGE
              GO TO ROT-FIMS.
       INC-OP2.
           OPEN INPUT CADMED
           IF ST-ERRO3 NOT = "00"
              MOVE "* ARQUIVO CADMED NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              CLOSE SOLAGE AGENDA
              GO TO ROT-FIMS.
       INC-OP3.
           OPEN INPUT CADPACI
           IF ST-ERRO4 NOT = "00"
              MOVE "* ARQUIVO CADPACI NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              CLOSE SOLAGE AGENDA CADMED
              GO TO ROT-FIMS.
       INC-OP4.
           OPEN INPUT CADCONV
           IF ST-ERRO5 NOT = "00"
              MOVE "* ARQUIVO CADCONV NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              CLOSE SOLAGE AGENDA CADMED CADPACI
              GO TO ROT-FIMS.
      *    GRADE, AUSENCIAS E FERIADOS SAO OPCIONAIS, COMO NO AGENDA
       INC-OP5.
           OPEN INPUT HORMED
           IF ST-ERRO6 = "00"
              MOVE 1 TO W-CTLHOR.
           OPEN INPUT AUSMED
           IF ST-ERRO8 = "00"
              MOVE 1 TO W-CTLAUS.
           OPEN INPUT FERIADO
           IF ST-ERRO9 = "00"
              MOVE 1 TO W-CTLFER.
      *    A CONSULTA MARCADA AQUI E SEMPRE PRESENCIAL: SEM O TELECON
      *    NAO HA TELECONSULTA A DESFAZER NO HORARIO REAPROVEITADO
           OPEN I-O TELECON
           IF ST-ERRO12 = "00"
              MOVE 1 TO W-CTLTEL.
       INC-OP6.
           OPEN I-O FILAESP
           IF ST-ERRO7 NOT = "00"
              IF ST-ERRO7 = "30" OR ST-ERRO7 = "35"
                 OPEN OUTPUT FILAESP
                 CLOSE FILAESP
                 GO TO INC-OP6
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO FILAESP" TO MENS
                 DISPLAY MENS
                 PERFORM IMP-FECHA THRU IMP-FECHA-FIM
                 GO TO ROT-FIMS.
       INC-OP7.
           OPEN OUTPUT RESPAGE
           IF ST-ERRO10 NOT = "00"
              MOVE "* ERRO AO CRIAR ARQUIVO DE RESPOSTA *" TO MENS
              DISPLAY MENS
              PERFORM IMP-FECHA THRU IMP-FECHA-FIM
              CLOSE FILAESP
              GO TO ROT-FIMS.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO11 NOT = "00"
              MOVE "* ERRO AO CRIAR RELATORIO *" TO MENS
              DISPLAY MENS
              PERFORM IMP-FECHA THRU IMP-FECHA-FIM
              CLOSE FILAESP RESPAGE
              GO TO ROT-FIMS.
           MOVE W-DTARQ TO W-DTAMDN
           MOVE W-DTAMD-DIA TO W-DTDMA-DIA
           MOVE W-DTAMD-MES TO W-DTDMA-MES
           MOVE W-DTAMD-ANO TO W-DTDMA-ANO
           MOVE W-DTDMAN TO LC1-DATA
           WRITE LINHA-REL FROM LIN-CAB1
           WRITE LINHA-REL FROM SPACES
           WRITE LINHA-REL FROM LIN-CAB2
           WRITE LINHA-REL FROM LIN-CAB3.

       IMP-PROC.
           PERFORM IMP-PEDIDO THRU IMP-PEDIDO-FIM
              UNTIL W-EOF-SOL = 1.
           WRITE LINHA-REL FROM SPACES
           MOVE W-QTDLIDO TO LT1-QTD
           WRITE LINHA-REL FROM LIN-TOT1
           MOVE W-QTDAGE TO LT2-QTD
           WRITE LINHA-REL FROM LIN-TOT2
           MOVE W-QTDENC TO LT3-QTD
           WRITE LINHA-REL FROM LIN-TOT3
           MOVE W-QTDFILA TO LT4-QTD
           WRITE LINHA-REL FROM LIN-TOT4
           MOVE W-QTDREC TO LT5-QTD
           WRITE LINHA-REL FROM LIN-TOT5
           MOVE W-QTDMAN TO LT6-QTD
           WRITE LINHA-REL FROM LIN-TOT6.

       ROT-FIM.
           PERFORM IMP-FECHA THRU IMP-FECHA-FIM
           CLOSE FILAESP RESPAGE RELATORIO.
           DISPLAY "AGENDADOS: " W-QTDAGE "  FILA: " W-QTDFILA
                   "  RECUSADOS: " W-QTDREC
                   "  MANUAL: " W-QTDMAN.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.

       IMP-FECHA.
           IF W-CTLHOR = 1
              CLOSE HORMED
           END-IF
           IF W-CTLAUS = 1
              CLOSE AUSMED
           END-IF
           IF W-CTLFER = 1
              CLOSE FERIADO
           END-IF
           IF W-CTLTEL = 1
              CLOSE TELECON
           END-IF
           CLOSE SOLAGE AGENDA CADMED CADPACI CADCONV.
       IMP-FECHA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    CADA PEDIDO E VALIDADO, AGENDADO OU POSTO NA FILA, E SEMPRE
      *    GERA UMA LINHA DE RESPOSTA
       IMP-PEDIDO.
           READ SOLAGE
              AT END
                 MOVE 1 TO W-EOF-SOL
                 GO TO IMP-PEDIDO-FIM.
           IF SL-TIPO NOT = "1"
              GO TO IMP-PEDIDO-FIM.
           ADD 1 TO W-QTDLIDO
           MOVE SPACES TO REGRESPAGE
           MOVE SL-PROTOC TO RS-PROTOC
           MOVE SL-CPF    TO RS-CPF
           MOVE ZEROS TO RS-CRM RS-DATA RS-HORA RS-SEQ RS-UNID
           MOVE "R" TO RS-SITUACAO
           MOVE 0 TO W-MANUAL
           PERFORM IMP-VALIDA THRU IMP-VALIDA-FIM
           IF RS-MOTIVO NOT = SPACES
              GO TO IMP-PEDIDO1.
           IF SL-CRM NOT = ZEROS
              PERFORM IMP-PORCRM THRU IMP-PORCRM-FIM
           ELSE
              PERFORM IMP-PORESP THRU IMP-PORESP-FIM.
       IMP-PEDIDO1.
           IF RS-SITUACAO = "R"
              ADD 1 TO W-QTDREC
              IF W-MANUAL = 1
                 PERFORM IMP-MANUAL THRU IMP-MANUAL-FIM.
           WRITE REGRESPAGE.
       IMP-PEDIDO-FIM.
           EXIT.

      *    PACIENTE, CONVENIO, DATA PREFERIDA E MEDICO. A RECUSA SAI
      *    COM O MOTIVO EM RS-MOTIVO
       IMP-VALIDA.
           IF SL-CPF = ZEROS
              MOVE "CPF NAO INFORMADO" TO RS-MOTIVO
              MOVE 1 TO W-MANUAL
              GO TO IMP-VALIDA-FIM.
           MOVE SL-CPF TO CPF
           READ CADPACI KEY IS CPF
           IF ST-ERRO4 NOT = "00"
              MOVE "PACIENTE NAO CADASTRADO NA CLINICA" TO RS-MOTIVO
              MOVE 1 TO W-MANUAL
              GO TO IMP-VALIDA-FIM.
           IF STATUSREG OF REGCADPACI = "I"
              MOVE "CADASTRO DO PACIENTE INATIVO" TO RS-MOTIVO
              MOVE 1 TO W-MANUAL
              GO TO IMP-VALIDA-FIM.
           IF SL-CONV = ZEROS
              MOVE CONVPACI OF REGCADPACI TO W-CONV
           ELSE
              MOVE SL-CONV TO W-CONV.
           MOVE W-CONV TO CODIGO
           READ CADCONV KEY IS CODIGO
           IF ST-ERRO5 NOT = "00" OR STATUSREG OF REGCADCONV = "I"
              MOVE "CONVENIO NAO CADASTRADO" TO RS-MOTIVO
              MOVE 1 TO W-MANUAL
              GO TO IMP-VALIDA-FIM.
      *    DATA PREFERIDA: MESMA VALIDACAO DE CALENDARIO DO AGENDA
           MOVE SL-DATA TO W-DTDMAN
           IF W-DTDMA-MES < 1 OR W-DTDMA-MES > 12
              MOVE "DATA PREFERIDA INVALIDA" TO RS-MOTIVO
              GO TO IMP-VALIDA-FIM.
           MOVE W-DTDMA-MES TO W-UMES
           MOVE W-DTDMA-ANO TO W-UANO
           PERFORM CAL-ULTDIA THRU CAL-ULTDIA-FIM
           IF W-DTDMA-DIA < 1 OR W-DTDMA-DIA > W-VULTDIA
              MOVE "DATA PREFERIDA INVALIDA" TO RS-MOTIVO
              GO TO IMP-VALIDA-FIM.
           COMPUTE W-DTCONSCMP = (W-DTDMA-ANO * 10000) +
                   (W-DTDMA-MES * 100) + W-DTDMA-DIA
           IF W-DTCONSCMP < W-HOJEN
              MOVE "DATA PREFERIDA NO PASSADO" TO RS-MOTIVO
              GO TO IMP-VALIDA-FIM.
           IF W-DTCONSCMP > W-DTLIMCMP
              MOVE "DATA PREFERIDA ALEM DE 6 MESES" TO RS-MOTIVO
              GO TO IMP-VALIDA-FIM.
      *    VIGENCIA DO CONVENIO NA DATA DA CONSULTA
           IF DTVALIDADE NOT = ZEROS
              COMPUTE W-DTVALCMP = (ANOVAL * 10000) +
                      (MESVAL * 100) + DIAVAL
              IF W-DTCONSCMP > W-DTVALCMP
                 MOVE "CONVENIO FORA DA VIGENCIA NA DATA" TO RS-MOTIVO
                 MOVE 1 TO W-MANUAL
                 GO TO IMP-VALIDA-FIM.
           IF W-CTLFER = 1
              MOVE W-DTCONSCMP TO FERDATA
              READ FERIADO
              IF ST-ERRO9 = "00"
                 MOVE "DATA E FERIADO, NAO HA EXPEDIENTE" TO RS-MOTIVO
                 GO TO IMP-VALIDA-FIM.
      *    UM PEDIDO REPETIDO NAO MARCA SEGUNDA CONSULTA NA DATA
           PERFORM IMP-DUPLIC THRU IMP-DUPLIC-FIM
           IF RS-MOTIVO NOT = SPACES
              GO TO IMP-VALIDA-FIM.
           MOVE SL-PERIODO TO W-PERIODO
           IF W-PERIODO = "m"
              MOVE "M" TO W-PERIODO.
           IF W-PERIODO = "t"
              MOVE "T" TO W-PERIODO.
           IF SL-CRM = ZEROS
              IF SL-ESPEC = ZEROS
                 MOVE "SEM MEDICO OU ESPECIALIDADE" TO RS-MOTIVO
                 MOVE 1 TO W-MANUAL
              END-IF
              GO TO IMP-VALIDA-FIM.
           MOVE SL-CRM TO CRMMED
           READ CADMED KEY IS CRMMED
           IF ST-ERRO3 NOT = "00" OR STATUSREG OF REGCADMED = "I"
              MOVE "MEDICO NAO CADASTRADO" TO RS-MOTIVO
              MOVE 1 TO W-MANUAL
              GO TO IMP-VALIDA-FIM.
           IF CRMATIVO NOT = "S" AND CRMATIVO NOT = "s"
              MOVE "CRM DO MEDICO INATIVO/VENCIDO" TO RS-MOTIVO
              MOVE 1 TO W-MANUAL.
       IMP-VALIDA-FIM.
           EXIT.

      *    CONSULTA AGENDADA OU JA CHEGADA DO MESMO CPF NA DATA
       IMP-DUPLIC.
           MOVE SL-CPF TO CPFAGE
           READ AGENDA KEY IS CPFAGE
           IF ST-ERRO NOT = "00"
              GO TO IMP-DUPLIC-FIM.
           MOVE 0 TO W-FIM
           PERFORM IMP-DUPLIC1 THRU IMP-DUPLIC1-FIM
              UNTIL W-FIM = 1.
       IMP-DUPLIC-FIM.
           EXIT.

       IMP-DUPLIC1.
           IF CPFAGE NOT = SL-CPF
              MOVE 1 TO W-FIM
              GO TO IMP-DUPLIC1-FIM.
           IF DATACONS = W-DTDMAN AND
              (STATUSAGE = "A" OR STATUSAGE = "C")
              MOVE "PACIENTE JA TEM CONSULTA NA DATA" TO RS-MOTIVO
              MOVE CRM      TO RS-CRM
              MOVE DATACONS TO RS-DATA
              MOVE HORACONS TO RS-HORA
              MOVE SEQENC   TO RS-SEQ
              MOVE UNIDAGE  TO RS-UNID
              MOVE 1 TO W-FIM
              GO TO IMP-DUPLIC1-FIM.
           READ AGENDA NEXT RECORD
              AT END
                 MOVE 1 TO W-FIM.
       IMP-DUPLIC1-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    PEDIDO COM CRM: MARCA COM O MEDICO OU POE NA FILA DELE
       IMP-PORCRM.
           MOVE SL-CRM TO W-CRMBUSCA
           PERFORM IMP-MEDICO THRU IMP-MEDICO-FIM
           IF W-RESMED = 1
              GO TO IMP-PORCRM-FIM.
           IF W-RESMED = 2
              MOVE "MEDICO NAO ATENDE NA DATA" TO RS-MOTIVO
              GO TO IMP-PORCRM-FIM.
           IF W-RESMED = 3
              MOVE "MEDICO AUSENTE NA DATA" TO RS-MOTIVO
              GO TO IMP-PORCRM-FIM.
           MOVE SL-CRM TO W-CRMFILA
           PERFORM IMP-FILA THRU IMP-FILA-FIM.
       IMP-PORCRM-FIM.
           EXIT.

      *    PEDIDO SO COM A ESPECIALIDADE: PERCORRE OS MEDICOS ATIVOS
      *    DA ESPECIALIDADE POR ORDEM DE CRM ATE ACHAR VAGA. SEM VAGA
      *    O PACIENTE VAI PARA A FILA DO PRIMEIRO MEDICO DA
      *    ESPECIALIDADE QUE ATENDE NA DATA
       IMP-PORESP.
           MOVE 0 TO W-ACHOUESP W-RESMED W-FIM
           MOVE ZEROS TO W-CRMFILA CRMMED
           START CADMED KEY IS NOT LESS THAN CRMMED
           IF ST-ERRO3 NOT = "00"
              MOVE 1 TO W-FIM.
           PERFORM IMP-PORESP1 THRU IMP-PORESP1-FIM
              UNTIL W-FIM = 1 OR W-RESMED = 1
           IF W-RESMED = 1
              GO TO IMP-PORESP-FIM.
           IF W-ACHOUESP = 0
              MOVE "NENHUM MEDICO ATIVO NA ESPECIALIDADE" TO RS-MOTIVO
              MOVE 1 TO W-MANUAL
              GO TO IMP-PORESP-FIM.
           IF W-CRMFILA = ZEROS
              MOVE "ESPECIALIDADE SEM ATENDIMENTO NA DATA" TO RS-MOTIVO
              GO TO IMP-PORESP-FIM.
           PERFORM IMP-FILA THRU IMP-FILA-FIM.
       IMP-PORESP-FIM.
           EXIT.

       IMP-PORESP1.
           READ CADMED NEXT RECORD
              AT END
                 MOVE 1 TO W-FIM
                 GO TO IMP-PORESP1-FIM.
           IF STATUSREG OF REGCADMED = "I" OR
              (CRMATIVO NOT = "S" AND CRMATIVO NOT = "s")
              GO TO IMP-PORESP1-FIM.
           IF TPESPECIALIDADE(1) NOT = SL-ESPEC AND
              TPESPECIALIDADE(2) NOT = SL-ESPEC AND
              TPESPECIALIDADE(3) NOT = SL-ESPEC
              GO TO IMP-PORESP1-FIM.
           MOVE 1 TO W-ACHOUESP
           MOVE CRMMED TO W-CRMBUSCA
           PERFORM IMP-MEDICO THRU IMP-MEDICO-FIM
           IF W-RESMED = 0 AND W-CRMFILA = ZEROS
              MOVE CRMMED TO W-CRMFILA.
       IMP-PORESP1-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    BUSCA DE HORARIO DO MEDICO W-CRMBUSCA NA DATA PREFERIDA:
      *    PRIMEIRO AS VAGAS BASE DO PERIODO PEDIDO, DEPOIS OS
      *    ENCAIXES ATE O LIMITE DA GRADE. ACHANDO, MARCA
       IMP-MEDICO.
           MOVE 0 TO W-RESMED
           MOVE W-CRMBUSCA TO CRM
           MOVE W-DTDMAN TO DATACONS
           PERFORM CAL-DIASEM THRU CAL-DIASEM-FIM
           PERFORM VAL-GRADE THRU VAL-GRADE-FIM
           IF W-GRADEOK = 0
              MOVE 2 TO W-RESMED
              GO TO IMP-MEDICO-FIM.
           PERFORM VAL-AUSENCIA THRU VAL-AUSENCIA-FIM
           IF W-AUSOK = 1
              MOVE 3 TO W-RESMED
              GO TO IMP-MEDICO-FIM.
      *    SEM GRADE CADASTRADA VALE A GRADE PADRAO DA CLINICA DO
      *    AGENDA: DE 06:00 AS 22:00 EM PASSOS DE QUINZE MINUTOS
           IF W-GRADEOK = 2
              MOVE 0600 TO W-GRHINI
              MOVE 2200 TO W-GRHFIM
              MOVE 15   TO W-GRDUR.
           MOVE W-GRHINI TO W-HORA
           COMPUTE W-MININI = (W-HH * 60) + W-MM
           MOVE W-GRHFIM TO W-HORA
           COMPUTE W-MINFIM = (W-HH * 60) + W-MM
           MOVE 0 TO W-TEMVAGA
           MOVE W-MININI TO W-MINCAND
           PERFORM IMP-TESTABASE THRU IMP-TESTABASE-FIM
              UNTIL W-TEMVAGA = 1 OR
                    (W-MINCAND + W-GRDUR) > W-MINFIM
           IF W-TEMVAGA = 0 AND W-MAXENC NOT = ZEROS
              MOVE W-MININI TO W-MINCAND
              PERFORM IMP-TESTAENC THRU IMP-TESTAENC-FIM
                 UNTIL W-TEMVAGA = 1 OR
                       (W-MINCAND + W-GRDUR) > W-MINFIM.
           IF W-TEMVAGA = 0
              GO TO IMP-MEDICO-FIM.
           PERFORM IMP-GRAVA THRU IMP-GRAVA-FIM.
       IMP-MEDICO-FIM.
           EXIT.

      *    VAGA BASE (SEQUENCIA ZERO) NO HORARIO W-MINCAND
       IMP-TESTABASE.
           IF (W-PERIODO = "M" AND W-MINCAND NOT < 720) OR
              (W-PERIODO = "T" AND W-MINCAND < 720)
              ADD W-GRDUR TO W-MINCAND
              GO TO IMP-TESTABASE-FIM.
           COMPUTE W-HH = W-MINCAND / 60
           COMPUTE W-MM = W-MINCAND - (W-HH * 60)
           MOVE W-CRMBUSCA TO CRM
           MOVE W-DTDMAN TO DATACONS
           MOVE W-HORA TO HORACONS
           MOVE 0 TO SEQENC
           PERFORM IMP-TESTASEQ THRU IMP-TESTASEQ-FIM
           IF W-TEMVAGA = 0
              ADD W-GRDUR TO W-MINCAND.
       IMP-TESTABASE-FIM.
           EXIT.

      *    PRIMEIRA SEQUENCIA DE ENCAIXE LIVRE NO HORARIO W-MINCAND
       IMP-TESTAENC.
           IF (W-PERIODO = "M" AND W-MINCAND NOT < 720) OR
              (W-PERIODO = "T" AND W-MINCAND < 720)
              ADD W-GRDUR TO W-MINCAND
              GO TO IMP-TESTAENC-FIM.
           COMPUTE W-HH = W-MINCAND / 60
           COMPUTE W-MM = W-MINCAND - (W-HH * 60)
           MOVE W-CRMBUSCA TO CRM
           MOVE W-DTDMAN TO DATACONS
           MOVE W-HORA TO HORACONS
           PERFORM IMP-TESTASEQ THRU IMP-TESTASEQ-FIM
              VARYING SEQENC FROM 1 BY 1
              UNTIL SEQENC > W-MAXENC OR W-TEMVAGA = 1
           IF W-TEMVAGA = 0
              ADD W-GRDUR TO W-MINCAND.
       IMP-TESTAENC-FIM.
           EXIT.

      *    HORARIO LIVRE OU LIBERADO POR CANCELAMENTO/REMARCACAO
      *    (ESTE E REGRAVADO POR CIMA, COMO NO AGENDA)
       IMP-TESTASEQ.
           READ AGENDA KEY IS CHAVEAGE
           IF ST-ERRO = "23"
              MOVE 1 TO W-TEMVAGA
              MOVE 0 TO W-SEL
              MOVE HORACONS TO W-VAGA
              MOVE SEQENC TO W-SEQVAGA
              GO TO IMP-TESTASEQ-FIM.
           IF ST-ERRO = "00" AND
              (STATUSAGE = "X" OR STATUSAGE = "I" OR
               STATUSAGE = "T")
              MOVE 1 TO W-TEMVAGA
              MOVE 3 TO W-SEL
              MOVE HORACONS TO W-VAGA
              MOVE SEQENC TO W-SEQVAGA.
       IMP-TESTASEQ-FIM.
           EXIT.

       IMP-GRAVA.
           MOVE W-CRMBUSCA TO CRM
           MOVE W-DTDMAN   TO DATACONS
           MOVE W-VAGA     TO HORACONS
           MOVE W-SEQVAGA  TO SEQENC
           MOVE SL-CPF     TO CPFAGE
           MOVE W-CONV     TO CONVPACI OF REGAGENDA
           MOVE "A" TO STATUSAGE
           MOVE ZEROS TO HORACHEGADA NUMSERIE
           MOVE W-UNID TO UNIDAGE
           MOVE SPACES TO MOTIVO CONFAGE
           IF W-SEL = 3
              REWRITE REGAGENDA
           ELSE
              WRITE REGAGENDA.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              DISPLAY "* ERRO NA GRAVACAO DO AGENDA " ST-ERRO
                      " PROTOCOLO " SL-PROTOC
              GO TO IMP-GRAVA-FIM.
      *    HORARIO CANCELADO REAPROVEITADO: A TELECONSULTA QUE HAVIA
      *    NELE NAO VALE PARA A CONSULTA NOVA
           IF W-SEL = 3 AND W-CTLTEL = 1
              MOVE CHAVEAGE TO CHAVETEL
              READ TELECON
              IF ST-ERRO12 = "00"
                 DELETE TELECON RECORD.
           MOVE 1 TO W-RESMED
           MOVE "A" TO RS-SITUACAO
           MOVE CRM      TO RS-CRM
           MOVE DATACONS TO RS-DATA
           MOVE HORACONS TO RS-HORA
           MOVE SEQENC   TO RS-SEQ
           MOVE UNIDAGE  TO RS-UNID
           MOVE SPACES   TO RS-MOTIVO
           ADD 1 TO W-QTDAGE
           IF SEQENC NOT = ZEROS
              MOVE "CONSULTA EM ENCAIXE" TO RS-MOTIVO
              ADD 1 TO W-QTDENC.
       IMP-GRAVA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    INCLUI O PACIENTE NA FILA DE ESPERA DO CRM W-CRMFILA NA
      *    DATA PREFERIDA (SEM REPETIR QUEM JA ESTA PENDENTE NELA);
      *    O CHAMAFIL CONVOCA QUANDO ABRIR VAGA
       IMP-FILA.
           MOVE 0 TO W-SEQMAX W-JAFILA W-FIM
           MOVE W-CRMFILA TO CRMFILA
           MOVE W-DTDMAN TO DATAFILA
           MOVE 0 TO SEQFILA
           START FILAESP KEY IS NOT LESS THAN CHAVEFILA
           IF ST-ERRO7 NOT = "00"
              MOVE 1 TO W-FIM.
           PERFORM IMP-FILA1 THRU IMP-FILA1-FIM
              UNTIL W-FIM = 1
           IF W-JAFILA = 0
              MOVE W-CRMFILA TO CRMFILA
              MOVE W-DTDMAN TO DATAFILA
              COMPUTE SEQFILA = W-SEQMAX + 1
              MOVE SL-CPF TO CPFFILA
              ACCEPT DTENTRADA FROM DATE YYYYMMDD
              ACCEPT W-HORAG FROM TIME
              MOVE W-HORAG4 TO HORAENTRADA
              MOVE "P" TO STATUSFILA
              WRITE REGFILAESP
              IF ST-ERRO7 NOT = "00"
                 DISPLAY "* ERRO NA GRAVACAO DA FILA " ST-ERRO7
                         " PROTOCOLO " SL-PROTOC
                 MOVE "SEM VAGA - ERRO NA FILA DE ESPERA" TO RS-MOTIVO
                 MOVE 1 TO W-MANUAL
                 GO TO IMP-FILA-FIM.
           MOVE "F" TO RS-SITUACAO
           MOVE W-CRMFILA TO RS-CRM
           MOVE W-DTDMAN TO RS-DATA
           MOVE "SEM VAGA - AGUARDANDO NA FILA DE ESPERA" TO RS-MOTIVO
           ADD 1 TO W-QTDFILA.
       IMP-FILA-FIM.
           EXIT.

       IMP-FILA1.
           READ FILAESP NEXT RECORD
              AT END
                 MOVE 1 TO W-FIM
                 GO TO IMP-FILA1-FIM.
           IF CRMFILA NOT = W-CRMFILA OR DATAFILA NOT = W-DTDMAN
              MOVE 1 TO W-FIM
              GO TO IMP-FILA1-FIM.
           MOVE SEQFILA TO W-SEQMAX
           IF CPFFILA = SL-CPF AND STATUSFILA = "P"
              MOVE 1 TO W-JAFILA.
       IMP-FILA1-FIM.
           EXIT.

      *    PEDIDO RECUSADO QUE A RECEPCAO PRECISA RESOLVER COM O
      *    PACIENTE (CADASTRO, CONVENIO, MEDICO)
       IMP-MANUAL.
           ADD 1 TO W-QTDMAN
           MOVE SL-PROTOC   TO LD-PROTOC
           MOVE SL-ORIGEM   TO LD-ORIGEM
           MOVE SL-CPF      TO LD-CPF
           MOVE SL-NOME     TO LD-NOME
           MOVE SL-TELEFONE TO LD-TEL
           WRITE LINHA-REL FROM LIN-DET1
           MOVE RS-MOTIVO   TO LD-MOTIVO
           MOVE SL-CRM      TO LD-CRM
           MOVE SL-ESPEC    TO LD-ESPEC
           MOVE SL-DATA     TO LD-DATA
           WRITE LINHA-REL FROM LIN-DET2.
       IMP-MANUAL-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    W-GRADEOK: 0 = MEDICO NAO ATENDE NO DIA DA SEMANA
      *               1 = GRADE ENCONTRADA
      *               2 = MEDICO SEM GRADE CADASTRADA
       VAL-GRADE.
           MOVE 2 TO W-GRADEOK
           MOVE 1 TO W-MAXENC
           MOVE 0 TO W-UNID
           IF W-CTLHOR = 0
              GO TO VAL-GRADE-FIM.
           MOVE CRM TO CRMHOR
           MOVE W-DIASEMANA TO DIASEM
           READ HORMED
           IF ST-ERRO6 = "00"
              IF STATUSREG OF REGHORMED NOT = "I" AND
                 DURACONS NOT = ZEROS
                 MOVE 1 TO W-GRADEOK
                 MOVE HORAINI  TO W-GRHINI
                 MOVE HORAFIM  TO W-GRHFIM
                 MOVE DURACONS TO W-GRDUR
                 MOVE MAXENC   TO W-MAXENC
                 MOVE UNIDHOR  TO W-UNID
                 GO TO VAL-GRADE-FIM.
       VAL-GRADE1.
           MOVE CRM TO CRMHOR
           MOVE 0   TO DIASEM
           START HORMED KEY IS NOT LESS THAN CHAVEHOR
           IF ST-ERRO6 NOT = "00"
              GO TO VAL-GRADE-FIM.
           READ HORMED NEXT RECORD
           IF ST-ERRO6 = "00" AND CRMHOR = CRM
              MOVE 0 TO W-GRADEOK.
       VAL-GRADE-FIM.
           EXIT.

      *    W-AUSOK: 0 = LIVRE   1 = MEDICO AUSENTE NA DATA
       VAL-AUSENCIA.
           MOVE 0 TO W-AUSOK
           IF W-CTLAUS = 0
              GO TO VAL-AUSENCIA-FIM.
           MOVE CRM TO AUSCRM
           MOVE 0 TO AUSDTINI
           START AUSMED KEY IS NOT LESS THAN CHAVEAUS
           IF ST-ERRO8 NOT = "00"
              GO TO VAL-AUSENCIA-FIM.
           MOVE 0 TO W-FIMAUS
           PERFORM VAL-AUSENCIA1 THRU VAL-AUSENCIA1-FIM
              UNTIL W-FIMAUS = 1 OR W-AUSOK = 1.
       VAL-AUSENCIA-FIM.
           EXIT.
       VAL-AUSENCIA1.
           READ AUSMED NEXT RECORD
           IF ST-ERRO8 NOT = "00"
              MOVE 1 TO W-FIMAUS
              GO TO VAL-AUSENCIA1-FIM.
           IF AUSCRM NOT = CRM
              MOVE 1 TO W-FIMAUS
              GO TO VAL-AUSENCIA1-FIM.
           IF STATUSREG OF REGAUSMED NOT = "I" AND
              W-DTCONSCMP NOT < AUSDTINI AND
              W-DTCONSCMP NOT > AUSDTFIM
              MOVE 1 TO W-AUSOK.
       VAL-AUSENCIA1-FIM.
           EXIT.

      *    LIMITE DE SEIS MESES A FRENTE PARA A DATA DA CONSULTA
       CAL-LIMITE.
           MOVE W-HANO TO W-LIMANO
           COMPUTE W-LIMMES = W-HMES + 6
           IF W-LIMMES > 12
              SUBTRACT 12 FROM W-LIMMES
              ADD 1 TO W-LIMANO
           END-IF
           MOVE W-LIMMES TO W-UMES
           MOVE W-LIMANO TO W-UANO
           PERFORM CAL-ULTDIA THRU CAL-ULTDIA-FIM
           IF W-HDIA > W-VULTDIA
              MOVE W-VULTDIA TO W-LIMDIA
           ELSE
              MOVE W-HDIA TO W-LIMDIA
           END-IF
           COMPUTE W-DTLIMCMP = (W-LIMANO * 10000) +
                   (W-LIMMES * 100) + W-LIMDIA.
       CAL-LIMITE-FIM.
           EXIT.

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
           DIVIDE W-UANO BY 4 GIVING W-QUOC REMAINDER W-RESTO4
           DIVIDE W-UANO BY 100 GIVING W-QUOC REMAINDER W-RESTO100
           DIVIDE W-UANO BY 400 GIVING W-QUOC REMAINDER W-RESTO400
           IF (W-RESTO4 = 0 AND W-RESTO100 NOT = 0) OR
              W-RESTO400 = 0
              MOVE 29 TO W-VULTDIA
           ELSE
              MOVE 28 TO W-VULTDIA.
       CAL-ULTDIA-FIM.
           EXIT.

      *    DIA DA SEMANA DA DATA PREFERIDA (1=DOMINGO ... 7=SABADO)
      *    PELA CONGRUENCIA DE ZELLER
       CAL-DIASEM.
           MOVE W-DTDMA-DIA TO W-ZQ
           MOVE W-DTDMA-MES TO W-ZM
           MOVE W-DTDMA-ANO TO W-ZANO
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
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
