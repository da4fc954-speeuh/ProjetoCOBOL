       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTERNA.
      *AUTHOR. LUCAS ALVES VIEIRA.
      **************************************
      * INTERNACAO CURTA EM LEITO DE OBSERVACAO / DAY-CLINIC *
      * A ADMISSAO PARTE DE UM ATENDIMENTO REGISTRADO NO *
      * ATENDIM (MESMA CHAVE) E OCUPA UM LEITO LIVRE DO *
      * CADLEITO. DEPOIS DE ADMITIDO O PACIENTE PODE SER *
      * TRANSFERIDO DE LEITO, RECEBER MATERIAIS (BAIXA NO *
      * CADMAT E LINHA S NO MOVMAT.DAT) E TER ALTA COM MOTIVO *
      * DO DOMINIO AL. AS DIARIAS SAO LANCADAS NO INTMOV AO *
      * DEIXAR CADA LEITO (TRANSFERENCIA OU ALTA): UMA POR DIA *
      * CORRIDO NO LEITO, PELO PROCEDIMENTO DE DIARIA DO LEITO. *
      * PERMANENCIA SEM VIRADA DE DIA (DAY-CLINIC) GERA UMA *
      * DIARIA NA ALTA. O FATCONV FATURA AS DIARIAS NO *
      * CONVENIO DA CONSULTA DE ORIGEM *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT INTERNA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEINT
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS INTCPF
                                    WITH DUPLICATES.

            SELECT INTMOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEIMV
                    FILE STATUS  IS ST-ERRO2.

            SELECT CADLEITO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVELEI
                    FILE STATUS  IS ST-ERRO3.

            SELECT ATENDIM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEATE
                    FILE STATUS  IS ST-ERRO4
                    ALTERNATE RECORD KEY IS CPFATE
                                    WITH DUPLICATES.

            SELECT AGENDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEAGE
                    FILE STATUS  IS ST-ERRO5
                    ALTERNATE RECORD KEY IS CPFAGE
                                    WITH DUPLICATES.

            SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO6
                    ALTERNATE RECORD KEY IS NOMEPACI
                                    WITH DUPLICATES.

            SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRMMED
                    FILE STATUS  IS ST-ERRO7
                    ALTERNATE RECORD KEY IS NOME OF REGCADMED
                                    WITH DUPLICATES.

            SELECT CADUNI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UNICOD
                    FILE STATUS  IS ST-ERRO8.

            SELECT LOOKUP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LKCHAVE
                    FILE STATUS  IS ST-ERRO9.

            SELECT CADMAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MATCOD
                    FILE STATUS  IS ST-ERRO10.

            SELECT COMPET ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CMPANOMES
                    FILE STATUS  IS ST-ERRO11.

            SELECT MOVIMENTO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO12.

            SELECT AUDITORIA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO13.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
      *    CHAVEINT: CHAVE DO ATENDIMENTO (ATENDIM) DE ORIGEM, COM A
      *    DATA EM DDMMAAAA
      *    INTCONV: CONVENIO DA CONSULTA NA AGENDA
      *    INTDTENT/INTDTLEI/INTDTALTA EM AAAAMMDD; INTDTLEI E A
      *    ENTRADA NO LEITO ATUAL (INICIO DAS DIARIAS A LANCAR)
      *    INTSIT: I=INTERNADO  A=ALTA
      *    INTQTDDIA: DIARIAS JA LANCADAS NO INTMOV
      *    INTULTSEQ: ULTIMA SEQUENCIA USADA NO INTMOV
      *
       FD INTMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "INTMOV.DAT".
       01 REGINTMOV.
                03 CHAVEIMV.
                   05 IMVCHAVEINT.
                      07 IMVCRM         PIC 9(06).
                      07 IMVDATAATE     PIC 9(08).
                      07 IMVHORA        PIC 9(04).
                      07 IMVSEQATE      PIC 9(02).
                   05 IMVSEQ            PIC 9(03).
                03 IMVTIPO              PIC X(01).
                03 IMVDATA              PIC 9(08).
                03 IMVCOD               PIC 9(04).
                03 IMVQTD               PIC 9(04).
                03 IMVUNID              PIC 9(02).
                03 IMVLEITO             PIC 9(03).
                03 IMVOPER              PIC X(08).
                03 FILLER               PIC X(10).
      *    IMVTIPO: D=DIARIA (IMVCOD = PROCEDIMENTO DA DIARIA)
      *             M=MATERIAL (IMVCOD = MATCOD DO CADMAT)
      *    IMVDATA EM AAAAMMDD: SAIDA DO LEITO NA DIARIA, DIA DO
      *    CONSUMO NO MATERIAL
      *
       FD CADLEITO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLEITO.DAT".
       01 REGCADLEITO.
                03 CHAVELEI.
                   05 LEIUNID           PIC 9(02).
                   05 LEINUM            PIC 9(03).
                03 LEIDESC              PIC X(30).
                03 LEITIPO              PIC X(01).
                03 LEIPROC              PIC 9(04).
                03 LEISIT               PIC X(01).
                03 LEIINT               PIC X(20).
                03 FILLER               PIC X(10).
                03 STATUSREG            PIC X(01).
      *
       FD ATENDIM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ATENDIM.DAT".
       01 REGATENDIM.
          03 CHAVEATE.
             05 CRMATE        PIC 9(06).
             05 DATAATE.
                07 DIAATE     PIC 9(02).
                07 MESATE     PIC 9(02).
                07 ANOATE     PIC 9(04).
             05 HORAATE       PIC 9(04).
             05 SEQATE        PIC 9(02).
          03 PROCATE          PIC 9(04) OCCURS 5 TIMES.
          03 CIDATE           PIC X(04) OCCURS 2 TIMES.
          03 OBSATE           PIC X(60).
          03 DTRETORNO        PIC 9(08).
          03 CPFATE           PIC 9(11).
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
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGCADPACI.
          03 CPF            PIC 9(11).
          03 NOMEPACI       PIC X(30).
          03 EMAIL          PIC X(30).
          03 FILLER         PIC X(38).
          03 TELEFONE OCCURS 3 TIMES.
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
                03 EMAIL             PIC X(30).
                03 SEXO              PIC X(01).
                03 TPESPECIALIDADE   PIC 9(02) OCCURS 3 TIMES.
                03 DATANASCT.
                   05 DIAM           PIC 9(02).
                   05 MESM           PIC 9(02).
                   05 ANOM.
                      07 SECM       PIC 9(02).
                      07 ANODM      PIC 9(02).
                03 CRMATIVO          PIC X(01).
                03 FILLER            PIC X(08).
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
       FD LOOKUP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LOOKUP.DAT".
       01 REGLOOKUP.
                03 LKCHAVE.
                   05 LKDOM             PIC X(02).
                   05 LKCOD             PIC X(02).
                03 LKDESC               PIC X(30).
      *
       FD CADMAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMAT.DAT".
       01 REGCADMAT.
                03 MATCOD            PIC 9(04).
                03 MATDESC           PIC X(30).
                03 MATSALDO          PIC 9(06).
                03 MATMINIMO         PIC 9(06).
                03 STATUSREG         PIC X(01).
      *
       FD COMPET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "COMPET.DAT".
       01 REGCOMPET.
                03 CMPANOMES         PIC 9(06).
                03 CMPSIT            PIC X(01).
                03 FILLER            PIC X(74).
      *
       FD MOVIMENTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MOVMAT.DAT".
       01 REGMOVIMENTO.
                03 MOV-DATA          PIC 9(08).
                03 FILLER            PIC X(01).
                03 MOV-MAT           PIC 9(04).
                03 FILLER            PIC X(01).
                03 MOV-TIPO          PIC X(01).
                03 FILLER            PIC X(01).
                03 MOV-QTD           PIC 9(06).
                03 FILLER            PIC X(01).
                03 MOV-SALDO         PIC 9(06).
                03 FILLER            PIC X(01).
                03 MOV-PEDIDO        PIC 9(06).
                03 FILLER            PIC X(01).
                03 MOV-PRECO         PIC 9(06)V99.
                03 FILLER            PIC X(01).
                03 MOV-DIVERG        PIC X(01).
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACAO        PIC X(01) VALUE SPACES.
       77 W-OPERADOR    PIC X(08) VALUE SPACES.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 ST-ERRO2      PIC X(02) VALUE "00".
       77 ST-ERRO3      PIC X(02) VALUE "00".
       77 ST-ERRO4      PIC X(02) VALUE "00".
       77 ST-ERRO5      PIC X(02) VALUE "00".
       77 ST-ERRO6      PIC X(02) VALUE "00".
       77 ST-ERRO7      PIC X(02) VALUE "00".
       77 ST-ERRO8      PIC X(02) VALUE "00".
       77 ST-ERRO9      PIC X(02) VALUE "00".
       77 ST-ERRO10     PIC X(02) VALUE "00".
       77 ST-ERRO11     PIC X(02) VALUE "00".
       77 ST-ERRO12     PIC X(02) VALUE "00".
       77 ST-ERRO13     PIC X(02) VALUE "00".
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-DTHOJE      PIC 9(08) VALUE ZEROS.
       77 W-DTATEND     PIC 9(08) VALUE ZEROS.
       77 W-DTMOV       PIC 9(08) VALUE ZEROS.
       77 W-TXTSIT      PIC X(10) VALUE SPACES.
       77 W-CPF         PIC 9(11) VALUE ZEROS.
       77 W-UNID        PIC 9(02) VALUE ZEROS.
       77 W-LEITO       PIC 9(03) VALUE ZEROS.
       77 W-CRMRESP     PIC 9(06) VALUE ZEROS.
       77 W-MOTALTA     PIC X(02) VALUE SPACES.
       77 W-MAT         PIC 9(04) VALUE ZEROS.
       77 W-QTDMAT      PIC 9(04) VALUE ZEROS.
       77 W-DIAS        PIC 9(05) VALUE ZEROS.
       77 W-MINIMA      PIC 9(01) VALUE ZEROS.
       77 W-FIMCPF      PIC 9(01) VALUE ZEROS.
       77 W-JAINT       PIC 9(01) VALUE ZEROS.
       77 W-CTLCMP      PIC 9(01) VALUE ZEROS.
       77 W-CMPFECH     PIC 9(01) VALUE ZEROS.
       77 W-SERIAL1     PIC 9(07) VALUE ZEROS.
       77 W-SERIAL      PIC 9(07) VALUE ZEROS.
       77 W-ALEAP       PIC 9(04) VALUE ZEROS.
       77 W-Q4          PIC 9(04) VALUE ZEROS.
       77 W-Q100        PIC 9(04) VALUE ZEROS.
       77 W-Q400        PIC 9(04) VALUE ZEROS.
       01 W-CMPDATA.
          03 W-CMPDIA   PIC 9(02).
          03 W-CMPMES   PIC 9(02).
          03 W-CMPANO   PIC 9(04).
      *    DATA DIGITADA NA TELA (DDMMAAAA)
       01 W-DTTELA.
          03 W-TDIA     PIC 9(02).
          03 W-TMES     PIC 9(02).
          03 W-TANO     PIC 9(04).
       01 W-HRMOV.
          03 W-HRHH     PIC 9(02).
          03 W-HRMM     PIC 9(02).
       01 W-HORAATUAL.
          03 W-HHMM     PIC 9(04).
          03 FILLER     PIC 9(04).
       01 W-DATAED.
          03 W-DEANO    PIC 9(04).
          03 W-DEMES    PIC 9(02).
          03 W-DEDIA    PIC 9(02).
       01 MASCDATA.
          03 MD-DIA     PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 MD-MES     PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 MD-ANO     PIC 9(04).
       01 W-CDATA.
          03 W-CANO     PIC 9(04).
          03 W-CMES     PIC 9(02).
          03 W-CDIA     PIC 9(02).
      *    DIAS ACUMULADOS NO INICIO DE CADA MES
       01 TAB-CUMD.
          03 FILLER     PIC 9(03) VALUE 000.
          03 FILLER     PIC 9(03) VALUE 031.
          03 FILLER     PIC 9(03) VALUE 059.
          03 FILLER     PIC 9(03) VALUE 090.
          03 FILLER     PIC 9(03) VALUE 120.
          03 FILLER     PIC 9(03) VALUE 151.
          03 FILLER     PIC 9(03) VALUE 181.
          03 FILLER     PIC 9(03) VALUE 212.
          03 FILLER     PIC 9(03) VALUE 243.
          03 FILLER     PIC 9(03) VALUE 273.
          03 FILLER     PIC 9(03) VALUE 304.
          03 FILLER     PIC 9(03) VALUE 334.
       01 TAB-CUMD-R REDEFINES TAB-CUMD.
          03 TCU-DIAS   PIC 9(03) OCCURS 12 TIMES.
      *
       LINKAGE SECTION.
       01 PARM-SESSAO.
          03 SES-OPERADOR PIC X(08).
          03 SES-NIVEL    PIC 9(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PARM-SESSAO.
       INICIO.
      *    A IDENTIFICACAO DO OPERADOR VEM DA SESSAO ABERTA NO MENU
                MOVE SES-OPERADOR TO W-OPERADOR
                ACCEPT W-DTHOJE FROM DATE YYYYMMDD
                DISPLAY (01, 01) ERASE.
       INC-OP0.
           OPEN I-O INTERNA
           IF ST-ERRO NOT = "00"
                IF ST-ERRO = "30" OR ST-ERRO = "35"
                      OPEN OUTPUT INTERNA
                      CLOSE INTERNA
                      MOVE "*** ARQUIVO INTERNA SENDO CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO INTERNA " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM1
                ELSE
                    NEXT SENTENCE.
       INC-OP1.
           OPEN I-O INTMOV
           IF ST-ERRO2 NOT = "00"
                IF ST-ERRO2 = "30" OR ST-ERRO2 = "35"
                      OPEN OUTPUT INTMOV
                      CLOSE INTMOV
                      MOVE "*** ARQUIVO INTMOV SENDO CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP1
                   ELSE
                      MOVE "ERRO NA ABERTURA DO INTMOV " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE INTERNA
                      GO TO ROT-FIM1
                ELSE
                    NEXT SENTENCE.
       INC-OP2.
           OPEN I-O CADLEITO
           IF ST-ERRO3 NOT = "00"
              MOVE "* ARQUIVO CADLEITO NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE INTERNA INTMOV
              GO TO ROT-FIM1.
       INC-OP3.
           OPEN INPUT ATENDIM
           IF ST-ERRO4 NOT = "00"
              MOVE "* ARQUIVO ATENDIM NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE INTERNA INTMOV CADLEITO
              GO TO ROT-FIM1.
       INC-OP4.
           OPEN INPUT AGENDA
           IF ST-ERRO5 NOT = "00"
              MOVE "* ARQUIVO AGENDA NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE INTERNA INTMOV CADLEITO ATENDIM
              GO TO ROT-FIM1.
       INC-OP5.
           OPEN INPUT CADPACI
           IF ST-ERRO6 NOT = "00"
              MOVE "* ARQUIVO CADPACI NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE INTERNA INTMOV CADLEITO ATENDIM AGENDA
              GO TO ROT-FIM1.
       INC-OP6.
           OPEN INPUT CADMED
           IF ST-ERRO7 NOT = "00"
              MOVE "* ARQUIVO CADMED NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE INTERNA INTMOV CADLEITO ATENDIM AGENDA CADPACI
              GO TO ROT-FIM1.
       INC-OP7.
           OPEN INPUT CADUNI
           IF ST-ERRO8 NOT = "00"
              MOVE "* ARQUIVO CADUNI NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE INTERNA INTMOV CADLEITO ATENDIM AGENDA CADPACI
                    CADMED
              GO TO ROT-FIM1.
       INC-OP8.
           OPEN INPUT LOOKUP
           IF ST-ERRO9 NOT = "00"
              MOVE "* ARQUIVO LOOKUP NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE INTERNA INTMOV CADLEITO ATENDIM AGENDA CADPACI
                    CADMED CADUNI
              GO TO ROT-FIM1.
       INC-OP9.
           OPEN I-O CADMAT
           IF ST-ERRO10 NOT = "00"
              MOVE "* ARQUIVO CADMAT NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE INTERNA INTMOV CADLEITO ATENDIM AGENDA CADPACI
                    CADMED CADUNI LOOKUP
              GO TO ROT-FIM1.
       INC-OP10.
           OPEN EXTEND AUDITORIA
           IF ST-ERRO13 NOT = "00"
              IF ST-ERRO13 = "30" OR ST-ERRO13 = "35"
                 OPEN OUTPUT AUDITORIA
                 CLOSE AUDITORIA
                 OPEN EXTEND AUDITORIA
              ELSE
                 MOVE "ERRO NA ABERTURA DA AUDITORIA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE INTERNA INTMOV CADLEITO ATENDIM AGENDA CADPACI
                       CADMED CADUNI LOOKUP CADMAT
                 GO TO ROT-FIM1
              END-IF
           END-IF.
      *    O CONTROLE DE COMPETENCIAS E OPCIONAL: SEM O COMPET
      *    IMPLANTADO NENHUM MES ESTA FECHADO
       INC-OP11.
           OPEN INPUT COMPET
           IF ST-ERRO11 = "00"
              MOVE 1 TO W-CTLCMP.
       INC-001.
                MOVE ZEROS TO CRMATE DATAATE HORAATE SEQATE
                DISPLAY (01, 01) ERASE.
                DISPLAY (01, 15) "INTERNACAO EM LEITO DE OBSERVACAO"
                DISPLAY (03, 01) "CRM DO MEDICO   :"
                DISPLAY (04, 01) "DATA (DDMMAAAA) :"
                DISPLAY (05, 01) "HORARIO (HHMM)  :"
                DISPLAY (06, 01) "ENCAIXE (0=NAO) :"
                DISPLAY (08, 01) "PACIENTE        :"
                DISPLAY (09, 01) "CONVENIO        :"
                DISPLAY (10, 01) "UNIDADE         :"
                DISPLAY (11, 01) "LEITO           :"
                DISPLAY (12, 01) "MEDICO RESPONS. :"
                DISPLAY (13, 01) "ENTRADA         :"
                DISPLAY (14, 01) "NO LEITO DESDE  :"
                DISPLAY (15, 01) "SITUACAO        :"
                DISPLAY (16, 01) "ALTA            :"
                DISPLAY (23, 01) " MENSAGEM :".
       INC-002.
                ACCEPT (03, 19) CRMATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF CRMATE = ZEROS
                   MOVE "*** CRM INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       INC-003.
                ACCEPT (04, 19) DATAATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF DATAATE = ZEROS
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT (05, 19) HORAATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF HORAATE = ZEROS
                   MOVE "*** HORARIO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-004A.
                ACCEPT (06, 19) SEQATE WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
      *    A INTERNACAO SO PARTE DE ATENDIMENTO JA REGISTRADO
       LER-ATENDIM01.
                READ ATENDIM
                IF ST-ERRO4 NOT = "00"
                   MOVE "* ATENDIMENTO NAO REGISTRADO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE ANOATE TO W-DEANO
                MOVE MESATE TO W-DEMES
                MOVE DIAATE TO W-DEDIA
                MOVE W-DATAED TO W-DTATEND
                MOVE CPFATE TO W-CPF CPF
                READ CADPACI
                IF ST-ERRO6 NOT = "00"
                   MOVE SPACES TO NOMEPACI.
                DISPLAY (08, 19) W-CPF
                DISPLAY (08, 31) NOMEPACI.
       LER-INT01.
                MOVE CHAVEATE TO CHAVEINT
                READ INTERNA
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      PERFORM MOSTRA-INT THRU MOSTRA-INT-FIM
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO INTERNA" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   GO TO ADM-001.
      *
      *****************************************
      * ESCOLHA DA ACAO CONFORME A SITUACAO   *
      *****************************************
      *
       ACE-001.
                IF INTSIT = "I"
                   DISPLAY (23, 12) "T=TRANSFERIR M=MATERIAL L=ALTA"
                ELSE
                   DISPLAY (23, 12) "PACIENTE COM ALTA   ESC=OUTRO".
                MOVE SPACES TO W-ACAO
                ACCEPT (23, 50) W-ACAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO INC-001.
                IF W-ACAO = "t" MOVE "T" TO W-ACAO.
                IF W-ACAO = "m" MOVE "M" TO W-ACAO.
                IF W-ACAO = "l" MOVE "L" TO W-ACAO.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF INTSIT NOT = "I"
                   GO TO ACE-001.
                IF W-ACAO = "T"
                   GO TO TRF-001.
                IF W-ACAO = "M"
                   GO TO MAT-001.
                IF W-ACAO = "L"
                   GO TO ALTA-001.
                GO TO ACE-001.
      *
      *****************************************
      * ADMISSAO NO LEITO                     *
      *****************************************
      *
      *    O MESMO PACIENTE NAO FICA EM DOIS LEITOS AO MESMO TEMPO
       ADM-001.
                MOVE 0 TO W-JAINT W-FIMCPF
                MOVE W-CPF TO INTCPF
                START INTERNA KEY IS EQUAL INTCPF
                IF ST-ERRO = "00"
                   PERFORM ADM-PROCURA THRU ADM-PROCURA-FIM
                      UNTIL W-FIMCPF = 1.
                IF W-JAINT = 1
                   MOVE "* PACIENTE JA INTERNADO EM OUTRO LEITO *"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
      *    O CONVENIO E A UNIDADE SUGERIDA VEM DA CONSULTA NA AGENDA
                MOVE CHAVEATE TO CHAVEAGE
                READ AGENDA
                IF ST-ERRO5 NOT = "00"
                   MOVE "* CONSULTA NAO ENCONTRADA NA AGENDA *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE CHAVEATE TO CHAVEINT
                MOVE W-CPF TO INTCPF
                MOVE CONVPACI TO INTCONV
                MOVE ZEROS TO INTLEITO INTDTENT INTHRENT INTDTLEI
                              INTDTALTA INTHRALTA INTQTDDIA INTULTSEQ
                MOVE SPACES TO INTMOTALTA
                MOVE "I" TO INTSIT
                MOVE W-OPERADOR TO INTOPERADOR
                MOVE UNIDAGE TO W-UNID
                MOVE ZEROS TO W-LEITO
                MOVE CRMATE TO W-CRMRESP
                DISPLAY (09, 19) INTCONV
                MOVE "*** PACIENTE SEM INTERNACAO, ADMITIR ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ADM-002.
                ACCEPT (10, 19) W-UNID WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-001.
                MOVE W-UNID TO UNICOD
                READ CADUNI
                IF ST-ERRO8 NOT = "00"
                   MOVE "* UNIDADE NAO CADASTRADA *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ADM-002.
                IF STATUSREG OF REGCADUNI = "I"
                   MOVE "* UNIDADE INATIVADA *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ADM-002.
                DISPLAY (10, 23) UNINOME.
       ADM-003.
                ACCEPT (11, 19) W-LEITO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ADM-002.
                PERFORM VAL-LEITO THRU VAL-LEITO-FIM
                IF MENS NOT = SPACES
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ADM-003.
                DISPLAY (11, 23) LEIDESC.
       ADM-004.
                ACCEPT (12, 19) W-CRMRESP WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ADM-003.
                MOVE W-CRMRESP TO CRMMED
                READ CADMED
                IF ST-ERRO7 NOT = "00"
                   MOVE "* MEDICO NAO CADASTRADO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ADM-004.
                IF CRMATIVO NOT = "S" AND CRMATIVO NOT = "s"
                   MOVE "* CRM DO MEDICO NAO ESTA ATIVO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ADM-004.
                DISPLAY (12, 26) NOME OF REGCADMED.
      *    ENTRADA NAO ANTES DO ATENDIMENTO NEM DEPOIS DE HOJE
       ADM-005.
                MOVE W-DTHOJE TO W-DATAED
                PERFORM DATA-TELA THRU DATA-TELA-FIM
                ACCEPT (13, 19) W-DTTELA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ADM-004.
                PERFORM VAL-DATA THRU VAL-DATA-FIM
                IF MENS = SPACES AND W-DTMOV < W-DTATEND
                   MOVE "* ENTRADA ANTES DO ATENDIMENTO *" TO MENS.
                IF MENS NOT = SPACES
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ADM-005.
       ADM-006.
                ACCEPT W-HORAATUAL FROM TIME
                MOVE W-HHMM TO W-HRMOV
                ACCEPT (13, 30) W-HRMOV WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ADM-005.
                IF W-HRHH > 23 OR W-HRMM > 59
                   MOVE "*** HORARIO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ADM-006.
       ADM-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "ADMITIR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ADM-006.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** ADMISSAO NAO REALIZADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ADM-OPC.
      *    O LEITO E RELIDO: PODE TER SIDO OCUPADO EM OUTRO TERMINAL
       ADM-WR1.
                PERFORM VAL-LEITO THRU VAL-LEITO-FIM
                IF MENS NOT = SPACES
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ADM-003.
                MOVE W-UNID TO INTUNID
                MOVE W-LEITO TO INTLEITO
                MOVE W-CRMRESP TO INTCRMRESP
                MOVE W-DTMOV TO INTDTENT INTDTLEI
                MOVE W-HRMOV TO INTHRENT
                WRITE REGINTERNA
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO INTERNA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "O" TO LEISIT
                MOVE CHAVEINT TO LEIINT
                REWRITE REGCADLEITO
                IF ST-ERRO3 NOT = "00"
                   MOVE "ERRO NA REGRAVACAO DO ARQUIVO CADLEITO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "ADMISSAO" TO AUD-OPERACAO
                PERFORM GRAVA-AUDITORIA THRU GRAVA-AUDITORIA-FIM
                PERFORM MOSTRA-INT THRU MOSTRA-INT-FIM
                MOVE "*** PACIENTE ADMITIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001.

       ADM-PROCURA.
                READ INTERNA NEXT RECORD
                   AT END
                      MOVE 1 TO W-FIMCPF
                      GO TO ADM-PROCURA-FIM.
                IF INTCPF NOT = W-CPF
                   MOVE 1 TO W-FIMCPF
                   GO TO ADM-PROCURA-FIM.
                IF INTSIT = "I"
                   MOVE 1 TO W-JAINT W-FIMCPF.
       ADM-PROCURA-FIM.
                EXIT.
      *
      *****************************************
      * TRANSFERENCIA DE LEITO                *
      *****************************************
      *
       TRF-001.
                DISPLAY (18, 01) "TRANSFERENCIA  (ESC=VOLTA)"
                DISPLAY (19, 01) "NOVA UNIDADE    :"
                DISPLAY (20, 01) "NOVO LEITO      :"
                DISPLAY (21, 01) "DATA/HORA       :"
                MOVE INTUNID TO W-UNID
                MOVE ZEROS TO W-LEITO.
       TRF-002.
                ACCEPT (19, 19) W-UNID WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ACAO-FIM.
                MOVE W-UNID TO UNICOD
                READ CADUNI
                IF ST-ERRO8 NOT = "00"
                   MOVE "* UNIDADE NAO CADASTRADA *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO TRF-002.
                IF STATUSREG OF REGCADUNI = "I"
                   MOVE "* UNIDADE INATIVADA *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO TRF-002.
                DISPLAY (19, 23) UNINOME.
       TRF-003.
                ACCEPT (20, 19) W-LEITO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO TRF-002.
                PERFORM VAL-LEITO THRU VAL-LEITO-FIM
                IF MENS NOT = SPACES
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO TRF-003.
                DISPLAY (20, 23) LEIDESC.
       TRF-004.
                MOVE W-DTHOJE TO W-DATAED
                PERFORM DATA-TELA THRU DATA-TELA-FIM
                ACCEPT (21, 19) W-DTTELA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO TRF-003.
                PERFORM VAL-DATA THRU VAL-DATA-FIM
                IF MENS = SPACES AND W-DTMOV < INTDTLEI
                   MOVE "* DATA ANTERIOR A ENTRADA NO LEITO *" TO MENS.
                IF MENS NOT = SPACES
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO TRF-004.
       TRF-005.
                ACCEPT W-HORAATUAL FROM TIME
                MOVE W-HHMM TO W-HRMOV
                ACCEPT (21, 30) W-HRMOV WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO TRF-004.
                IF W-HRHH > 23 OR W-HRMM > 59
                   MOVE "*** HORARIO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO TRF-005.
       TRF-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "TRANSFERIR (S/N):".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO TRF-005.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** TRANSFERENCIA NAO REALIZADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACAO-FIM.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO TRF-OPC.
      *    FECHA AS DIARIAS DO LEITO ANTIGO, LIBERA-O E OCUPA O NOVO
       TRF-GRV.
                PERFORM VAL-LEITO THRU VAL-LEITO-FIM
                IF MENS NOT = SPACES
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO TRF-003.
                MOVE 0 TO W-MINIMA
                PERFORM SAI-LEITO THRU SAI-LEITO-FIM
                MOVE W-UNID TO LEIUNID
                MOVE W-LEITO TO LEINUM
                READ CADLEITO
                MOVE "O" TO LEISIT
                MOVE CHAVEINT TO LEIINT
                REWRITE REGCADLEITO
                IF ST-ERRO3 NOT = "00"
                   MOVE "ERRO NA REGRAVACAO DO ARQUIVO CADLEITO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE W-UNID TO INTUNID
                MOVE W-LEITO TO INTLEITO
                MOVE W-DTMOV TO INTDTLEI
                REWRITE REGINTERNA
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA REGRAVACAO DO ARQUIVO INTERNA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "TRANSFER." TO AUD-OPERACAO
                PERFORM GRAVA-AUDITORIA THRU GRAVA-AUDITORIA-FIM
                MOVE "*** PACIENTE TRANSFERIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACAO-FIM.
      *
      *****************************************
      * MATERIAIS CONSUMIDOS NA INTERNACAO    *
      *****************************************
      *
      *    BAIXA NO CADMAT (SEM DEIXAR SALDO NEGATIVO), LINHA S NO
      *    MOVMAT.DAT E REGISTRO M NO INTMOV, COM A DATA DE HOJE
       MAT-001.
                OPEN EXTEND MOVIMENTO
                IF ST-ERRO12 NOT = "00"
                   IF ST-ERRO12 = "30" OR ST-ERRO12 = "35"
                      OPEN OUTPUT MOVIMENTO
                      CLOSE MOVIMENTO
                      OPEN EXTEND MOVIMENTO
                   END-IF
                END-IF
                IF ST-ERRO12 NOT = "00"
                   MOVE "* ERRO NO ARQUIVO DE MOVIMENTO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                DISPLAY (18, 01) "MATERIAIS  (ESC=VOLTA)"
                DISPLAY (19, 01) "MATERIAL        :"
                DISPLAY (20, 01) "QUANTIDADE      :".
       MAT-002.
                MOVE ZEROS TO W-MAT W-QTDMAT
                DISPLAY (19, 19) LIMPA
                DISPLAY (20, 19) LIMPA
                ACCEPT (19, 19) W-MAT
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE MOVIMENTO
                   GO TO ACAO-FIM.
                MOVE W-MAT TO MATCOD
                READ CADMAT
                IF ST-ERRO10 NOT = "00"
                   MOVE "* MATERIAL NAO CADASTRADO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MAT-002.
                IF STATUSREG OF REGCADMAT = "I"
                   MOVE "* MATERIAL INATIVADO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MAT-002.
                DISPLAY (19, 25) MATDESC.
       MAT-003.
                ACCEPT (20, 19) W-QTDMAT WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO MAT-002.
                IF W-QTDMAT = ZEROS
                   MOVE "*** QUANTIDADE INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MAT-003.
                IF W-QTDMAT > MATSALDO
                   MOVE "* SALDO INSUFICIENTE NO ESTOQUE *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MAT-003.
       MAT-GRV.
                SUBTRACT W-QTDMAT FROM MATSALDO
                REWRITE REGCADMAT
                IF ST-ERRO10 NOT = "00" AND ST-ERRO10 NOT = "02"
                   MOVE "ERRO NA REGRAVACAO DO ARQUIVO CADMAT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MAT-002.
                PERFORM MAT-MOVMAT THRU MAT-MOVMAT-FIM
                MOVE "M" TO IMVTIPO
                MOVE W-DTHOJE TO IMVDATA
                MOVE W-MAT TO IMVCOD
                MOVE W-QTDMAT TO IMVQTD
                PERFORM GRAVA-IMV THRU GRAVA-IMV-FIM
                REWRITE REGINTERNA
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA REGRAVACAO DO ARQUIVO INTERNA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE MOVIMENTO
                   GO TO ROT-FIM.
                MOVE "*** MATERIAL LANCADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO MAT-002.

      *    LINHA DO MOVMAT.DAT NO LAYOUT DO MOVMAT
       MAT-MOVMAT.
                MOVE SPACES TO REGMOVIMENTO
                MOVE W-DTHOJE TO MOV-DATA
                MOVE MATCOD TO MOV-MAT
                MOVE "S" TO MOV-TIPO
                MOVE W-QTDMAT TO MOV-QTD
                MOVE MATSALDO TO MOV-SALDO
                MOVE ZEROS TO MOV-PEDIDO MOV-PRECO
                MOVE ";" TO REGMOVIMENTO(9:1)
                MOVE ";" TO REGMOVIMENTO(14:1)
                MOVE ";" TO REGMOVIMENTO(16:1)
                MOVE ";" TO REGMOVIMENTO(23:1)
                MOVE ";" TO REGMOVIMENTO(30:1)
                MOVE ";" TO REGMOVIMENTO(37:1)
                MOVE ";" TO REGMOVIMENTO(46:1)
                WRITE REGMOVIMENTO.
       MAT-MOVMAT-FIM.
                EXIT.
      *
      *****************************************
      * ALTA DO PACIENTE                      *
      *****************************************
      *
       ALTA-001.
                DISPLAY (18, 01) "ALTA  (ESC=VOLTA)"
                DISPLAY (19, 01) "DATA/HORA ALTA  :"
                DISPLAY (20, 01) "MOTIVO (DOM. AL):".
       ALTA-002.
                MOVE W-DTHOJE TO W-DATAED
                PERFORM DATA-TELA THRU DATA-TELA-FIM
                ACCEPT (19, 19) W-DTTELA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ACAO-FIM.
                PERFORM VAL-DATA THRU VAL-DATA-FIM
                IF MENS = SPACES AND W-DTMOV < INTDTLEI
                   MOVE "* DATA ANTERIOR A ENTRADA NO LEITO *" TO MENS.
                IF MENS NOT = SPACES
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALTA-002.
       ALTA-003.
                ACCEPT W-HORAATUAL FROM TIME
                MOVE W-HHMM TO W-HRMOV
                ACCEPT (19, 30) W-HRMOV WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ALTA-002.
                IF W-HRHH > 23 OR W-HRMM > 59
                   MOVE "*** HORARIO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALTA-003.
                IF W-DTMOV = INTDTENT AND W-HRMOV < INTHRENT
                   MOVE "* ALTA ANTES DA ENTRADA *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALTA-003.
       ALTA-004.
                MOVE SPACES TO W-MOTALTA
                ACCEPT (20, 19) W-MOTALTA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ALTA-003.
                IF W-MOTALTA = SPACES
                   MOVE "*** MOTIVO OBRIGATORIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALTA-004.
                MOVE "AL"      TO LKDOM
                MOVE W-MOTALTA TO LKCOD
                READ LOOKUP
                IF ST-ERRO9 NOT = "00"
                   MOVE "*** MOTIVO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALTA-004.
                DISPLAY (20, 23) LKDESC.
       ALTA-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DAR ALTA (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ALTA-004.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** ALTA NAO REGISTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACAO-FIM.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALTA-OPC.
      *    FECHA AS DIARIAS DO LEITO (NO MINIMO UMA NA INTERNACAO)
      *    E LIBERA O LEITO
       ALTA-GRV.
                MOVE 1 TO W-MINIMA
                PERFORM SAI-LEITO THRU SAI-LEITO-FIM
                MOVE W-DTMOV TO INTDTALTA
                MOVE W-HRMOV TO INTHRALTA
                MOVE W-MOTALTA TO INTMOTALTA
                MOVE "A" TO INTSIT
                REWRITE REGINTERNA
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA REGRAVACAO DO ARQUIVO INTERNA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "ALTA" TO AUD-OPERACAO
                PERFORM GRAVA-AUDITORIA THRU GRAVA-AUDITORIA-FIM
                MOVE "*** ALTA REGISTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.

       ACAO-FIM.
                DISPLAY (18, 01) LIMPA
                DISPLAY (19, 01) LIMPA
                DISPLAY (19, 51) LIMPA
                DISPLAY (20, 01) LIMPA
                DISPLAY (20, 51) LIMPA
                DISPLAY (21, 01) LIMPA
                PERFORM MOSTRA-INT THRU MOSTRA-INT-FIM
                GO TO ACE-001.
      *
      *****************************************
      * ROTINAS AUXILIARES                    *
      *****************************************
      *
      *    SAIDA DO LEITO ATUAL EM W-DTMOV: LANCA UMA DIARIA POR DIA
      *    CORRIDO DESDE INTDTLEI; COM W-MINIMA = 1 (ALTA) GARANTE
      *    UMA DIARIA NA INTERNACAO. DEPOIS LIBERA O LEITO
       SAI-LEITO.
                MOVE INTUNID TO LEIUNID
                MOVE INTLEITO TO LEINUM
                READ CADLEITO
                IF ST-ERRO3 NOT = "00"
                   MOVE "ERRO NA LEITURA ARQUIVO CADLEITO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO SAI-LEITO-FIM.
                MOVE INTDTLEI TO W-CDATA
                PERFORM CAL-SERIAL THRU CAL-SERIAL-FIM
                MOVE W-SERIAL TO W-SERIAL1
                MOVE W-DTMOV TO W-CDATA
                PERFORM CAL-SERIAL THRU CAL-SERIAL-FIM
                COMPUTE W-DIAS = W-SERIAL - W-SERIAL1
                IF W-MINIMA = 1 AND W-DIAS = ZEROS AND
                   INTQTDDIA = ZEROS
                   MOVE 1 TO W-DIAS.
                IF W-DIAS > ZEROS
                   MOVE "D" TO IMVTIPO
                   MOVE W-DTMOV TO IMVDATA
                   MOVE LEIPROC TO IMVCOD
                   MOVE W-DIAS TO IMVQTD
                   PERFORM GRAVA-IMV THRU GRAVA-IMV-FIM
                   ADD W-DIAS TO INTQTDDIA.
                MOVE "L" TO LEISIT
                MOVE SPACES TO LEIINT
                REWRITE REGCADLEITO
                IF ST-ERRO3 NOT = "00"
                   MOVE "ERRO NA REGRAVACAO DO ARQUIVO CADLEITO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       SAI-LEITO-FIM.
                EXIT.

      *    PROXIMA SEQUENCIA DO INTMOV; IMVTIPO, IMVDATA, IMVCOD E
      *    IMVQTD JA PREENCHIDOS
       GRAVA-IMV.
                ADD 1 TO INTULTSEQ
                MOVE CHAVEINT TO IMVCHAVEINT
                MOVE INTULTSEQ TO IMVSEQ
                MOVE INTUNID TO IMVUNID
                MOVE INTLEITO TO IMVLEITO
                MOVE W-OPERADOR TO IMVOPER
                WRITE REGINTMOV
                IF ST-ERRO2 NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO INTMOV" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-IMV-FIM.
                EXIT.

      *    LEITO W-UNID/W-LEITO ATIVO E LIVRE; MENS FICA EM BRANCO
      *    QUANDO O LEITO SERVE
       VAL-LEITO.
                MOVE SPACES TO MENS
                MOVE W-UNID TO LEIUNID
                MOVE W-LEITO TO LEINUM
                READ CADLEITO
                IF ST-ERRO3 NOT = "00"
                   MOVE "* LEITO NAO CADASTRADO *" TO MENS
                   GO TO VAL-LEITO-FIM.
                IF STATUSREG OF REGCADLEITO = "I"
                   MOVE "* LEITO INATIVADO *" TO MENS
                   GO TO VAL-LEITO-FIM.
                IF LEISIT = "O"
                   MOVE "* LEITO OCUPADO *" TO MENS.
       VAL-LEITO-FIM.
                EXIT.

      *    W-DTTELA (DDMMAAAA) VALIDADA E CONVERTIDA EM W-DTMOV
      *    (AAAAMMDD): NAO PODE SER FUTURA NEM CAIR EM COMPETENCIA
      *    FECHADA. MENS FICA EM BRANCO QUANDO A DATA SERVE
       VAL-DATA.
                MOVE SPACES TO MENS
                IF W-TDIA < 01 OR W-TDIA > 31 OR
                   W-TMES < 01 OR W-TMES > 12 OR W-TANO = ZEROS
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   GO TO VAL-DATA-FIM.
                MOVE W-TANO TO W-DEANO
                MOVE W-TMES TO W-DEMES
                MOVE W-TDIA TO W-DEDIA
                MOVE W-DATAED TO W-DTMOV
                IF W-DTMOV > W-DTHOJE
                   MOVE "* DATA POSTERIOR A HOJE *" TO MENS
                   GO TO VAL-DATA-FIM.
                MOVE W-DTTELA TO W-CMPDATA
                PERFORM VAL-COMPET THRU VAL-COMPET-FIM
                IF W-CMPFECH = 1
                   MOVE "* COMPETENCIA FECHADA, DATA BLOQUEADA *"
                                                       TO MENS.
       VAL-DATA-FIM.
                EXIT.

      *    W-DATAED (AAAAMMDD) PARA W-DTTELA (DDMMAAAA)
       DATA-TELA.
                MOVE W-DEDIA TO W-TDIA
                MOVE W-DEMES TO W-TMES
                MOVE W-DEANO TO W-TANO.
       DATA-TELA-FIM.
                EXIT.

       MOSTRA-INT.
                DISPLAY (09, 19) INTCONV
                DISPLAY (10, 19) INTUNID
                MOVE INTUNID TO UNICOD
                READ CADUNI
                IF ST-ERRO8 NOT = "00"
                   MOVE SPACES TO UNINOME.
                DISPLAY (10, 23) UNINOME
                DISPLAY (11, 19) INTLEITO
                MOVE INTUNID TO LEIUNID
                MOVE INTLEITO TO LEINUM
                READ CADLEITO
                IF ST-ERRO3 NOT = "00"
                   MOVE SPACES TO LEIDESC.
                DISPLAY (11, 23) LEIDESC
                DISPLAY (12, 19) INTCRMRESP
                MOVE INTCRMRESP TO CRMMED
                READ CADMED
                IF ST-ERRO7 NOT = "00"
                   MOVE SPACES TO NOME OF REGCADMED.
                DISPLAY (12, 26) NOME OF REGCADMED
                MOVE INTDTENT TO W-DATAED
                PERFORM MOSTRA-DATA THRU MOSTRA-DATA-FIM
                DISPLAY (13, 19) MASCDATA
                DISPLAY (13, 30) INTHRENT
                MOVE INTDTLEI TO W-DATAED
                PERFORM MOSTRA-DATA THRU MOSTRA-DATA-FIM
                DISPLAY (14, 19) MASCDATA
                IF INTSIT = "I"
                   MOVE "INTERNADO " TO W-TXTSIT
                ELSE
                   MOVE "ALTA      " TO W-TXTSIT.
                DISPLAY (15, 19) W-TXTSIT
                DISPLAY (15, 36) "DIARIAS LANCADAS:"
                DISPLAY (15, 54) INTQTDDIA
                IF INTSIT NOT = "A"
                   GO TO MOSTRA-INT-FIM.
                MOVE INTDTALTA TO W-DATAED
                PERFORM MOSTRA-DATA THRU MOSTRA-DATA-FIM
                DISPLAY (16, 19) MASCDATA
                DISPLAY (16, 30) INTHRALTA
                DISPLAY (16, 36) INTMOTALTA
                MOVE "AL"       TO LKDOM
                MOVE INTMOTALTA TO LKCOD
                READ LOOKUP
                IF ST-ERRO9 NOT = "00"
                   MOVE SPACES TO LKDESC.
                DISPLAY (16, 39) LKDESC.
       MOSTRA-INT-FIM.
                EXIT.

       MOSTRA-DATA.
                MOVE W-DEDIA TO MD-DIA
                MOVE W-DEMES TO MD-MES
                MOVE W-DEANO TO MD-ANO.
       MOSTRA-DATA-FIM.
                EXIT.

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

      *    RECUSA MOVIMENTO COM DATA EM COMPETENCIA JA FECHADA NO
      *    FECHCOMP. W-CMPDATA EM DDMMAAAA
      *    W-CMPFECH: 0 = ABERTA   1 = FECHADA
       VAL-COMPET.
                MOVE 0 TO W-CMPFECH
                IF W-CTLCMP = 0
                   GO TO VAL-COMPET-FIM.
                COMPUTE CMPANOMES = (W-CMPANO * 100) + W-CMPMES
                READ COMPET
                IF ST-ERRO11 = "00" AND CMPSIT = "F"
                   MOVE 1 TO W-CMPFECH.
       VAL-COMPET-FIM.
                EXIT.

       GRAVA-AUDITORIA.
                MOVE W-OPERADOR TO AUD-OPERADOR
                ACCEPT AUD-DATA FROM DATE YYYYMMDD
                ACCEPT AUD-HORA FROM TIME
                MOVE "INTERNA" TO AUD-PROGRAMA
                MOVE INTCPF TO AUD-CHAVE
                WRITE REGAUDITORIA
                IF ST-ERRO13 NOT = "00"
                   MOVE "*** ERRO NA GRAVACAO DA AUDITORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                END-IF.
       GRAVA-AUDITORIA-FIM.
                EXIT.
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE INTERNA INTMOV CADLEITO ATENDIM AGENDA CADPACI
                 CADMED CADUNI LOOKUP CADMAT AUDITORIA.
           IF W-CTLCMP = 1
              CLOSE COMPET.
       ROT-FIM1.
           DISPLAY (01, 01) ERASE.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
                EXIT.
      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
