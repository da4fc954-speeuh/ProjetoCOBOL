       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERRPS.
      *AUTHOR. LUCAS ALVES VIEIRA.
      ********************************************************
      * GERACAO DO LOTE DE RPS PARA EMISSAO DE NFS-E *
      * PARA UMA DATA DE MOVIMENTO, JUNTA OS RECEBIMENTOS DO *
      * CAIXA (TOMADOR = PACIENTE, ENDERECO VIA CADCEP) E AS *
      * BAIXAS DE TITULOS (TOMADOR = CONVENIO), NUMERA CADA *
      * RPS EM SEQUENCIA (RPSCTL.DAT), GRAVA O RPS.DAT PARA O *
      * RETORNO DA PREFEITURA (IMPNFSE) E GERA O ARQUIVO DO *
      * LOTE (HEADER, UM DETALHE POR RPS E TRAILER) MAIS O *
      * PROTOCOLO IMPRESSO. RECEBIMENTO QUE JA TEM RPS NAO *
      * ENTRA DE NOVO; BAIXA COMPLEMENTAR DE TITULO (RECURSO *
      * DE GLOSA) GERA RPS SO DA DIFERENCA *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT RPS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RPSNUM
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CHAVERPSORI
                                    WITH DUPLICATES.

            SELECT CAIXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECX
                    FILE STATUS  IS ST-ERRO2.

            SELECT TITULOS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVETIT
                    FILE STATUS  IS ST-ERRO3.

            SELECT CADPACI ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CPF
                      FILE STATUS  IS ST-ERRO4
                      ALTERNATE RECORD KEY IS NOMEPACI
                                    WITH DUPLICATES.

            SELECT CADCEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CEP
                    FILE STATUS  IS ST-ERRO5
                    ALTERNATE RECORD KEY IS ENDERECO
                                    WITH DUPLICATES.

            SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION  IS INDEXED
                    ACCESS MODE   IS DYNAMIC
                    RECORD KEY    IS CODIGO
                    FILE STATUS   IS ST-ERRO6.

            SELECT RPSCTL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO7.

            SELECT LOTERPS ASSIGN TO W-NOMELOTE
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO8.

            SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO9.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD RPS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RPS.DAT".
       01 REGRPS.
          03 RPSNUM           PIC 9(08).
          03 CHAVERPSORI.
             05 RPSORIGEM     PIC X(01).
             05 RPSCRM        PIC 9(06).
             05 RPSDATA       PIC 9(08).
             05 RPSHORA       PIC 9(04).
             05 RPSSEQ        PIC 9(02).
          03 RPSLOTE          PIC 9(06).
          03 RPSDTEMIS        PIC 9(08).
          03 RPSCPF           PIC 9(11).
          03 RPSCONV          PIC 9(04).
          03 RPSVALOR         PIC 9(08)V99.
          03 RPSNFSE          PIC 9(12).
          03 RPSDTNFSE        PIC 9(08).
          03 RPSCODVER        PIC X(12).
          03 RPSSTATUS        PIC X(01).
      *    RPSORIGEM: C=CAIXA (CHAVE DO CAIXA, DATA DDMMAAAA)
      *               T=TITULOS (CHAVE DO TITULO, DATA AAAAMMDD)
      *    RPSSTATUS: G=GERADO NO LOTE  E=NFS-E EMITIDA
      *               R=REJEITADO PELA PREFEITURA
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
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGCADPACI.
          03 CPF            PIC 9(11).
          03 NOMEPACI       PIC X(30).
          03 EMAIL          PIC X(30).
          03 SEXO           PIC X(01).
          03 GENERO         PIC X(01).
          03 DATANASCT      PIC 9(08).
          03 CONVPAC        PIC 9(04).
          03 CEPPACI        PIC 9(08).
          03 NUMENDERECO    PIC 9(04).
          03 COMPENDERECO   PIC X(12).
          03 TELEFONE       OCCURS 3 TIMES.
             05 TIPOTEL     PIC X(01).
             05 NUMTEL      PIC 9(11).
          03 NUMAUTORIZ     PIC X(12).
          03 DTAUTORIZ      PIC 9(08).
          03 STATUSREG      PIC X(01).
      *
       FD CADCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCEP.DAT".
       01 REGCADCEP.
                03 CEP               PIC 9(08).
                03 ENDERECO          PIC X(30).
                03 BAIRRO            PIC X(20).
                03 CIDADE            PIC X(20).
                03 ESTADO            PIC X(02).
                03 STATUSREG         PIC X(01).
      *
       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCADCONV.
                03 CODIGO            PIC 9(04).
                03 NOME              PIC X(30).
                03 FILLER            PIC X(24).
                03 STATUSREG         PIC X(01).
      *
       FD RPSCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RPSCTL.DAT".
       01 REG-RPSCTL.
                03 CTL-ULTRPS        PIC 9(08).
                03 CTL-ULTLOTE       PIC 9(06).
      *
       FD LOTERPS
               LABEL RECORD IS STANDARD.
       01 LINHA-LOT          PIC X(230).
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
       77 W-CTLCX        PIC 9(01) VALUE ZEROS.
       77 W-CTLTIT       PIC 9(01) VALUE ZEROS.
       77 W-CTLPAC       PIC 9(01) VALUE ZEROS.
       77 W-CTLCEP       PIC 9(01) VALUE ZEROS.
       77 W-CTLCONV      PIC 9(01) VALUE ZEROS.
       77 W-EOF-CX       PIC 9(01) VALUE ZEROS.
       77 W-EOF-TIT      PIC 9(01) VALUE ZEROS.
       77 W-EOF-RPS      PIC 9(01) VALUE ZEROS.
       77 W-QTDDET       PIC 9(06) VALUE ZEROS.
       77 W-QTDCX        PIC 9(06) VALUE ZEROS.
       77 W-QTDTIT       PIC 9(06) VALUE ZEROS.
       77 W-TOTVLR       PIC 9(11)V99 VALUE ZEROS.
       77 W-VLRRPS       PIC 9(08)V99 VALUE ZEROS.
       77 W-VLRJAEMIT    PIC 9(08)V99 VALUE ZEROS.
       77 W-DTMOV        PIC 9(08) VALUE ZEROS.
       77 W-DTHOJE       PIC 9(08) VALUE ZEROS.
       77 W-ULTRPS       PIC 9(08) VALUE ZEROS.
       77 W-LOTE         PIC 9(06) VALUE ZEROS.
       01 MENS           PIC X(50) VALUE SPACES.
       01 W-NOMELOTE     PIC X(19) VALUE SPACES.
       01 W-CHAVEORI.
          03 W-ORIORIGEM PIC X(01).
          03 W-ORICRM    PIC 9(06).
          03 W-ORIDATA   PIC 9(08).
          03 W-ORIHORA   PIC 9(04).
          03 W-ORISEQ    PIC 9(02).

      *    LAYOUT DO ARQUIVO DO LOTE DE RPS
       01 LOT-HEADER.
          03 FILLER      PIC X(01) VALUE "0".
          03 LH-LOTE     PIC 9(06).
          03 LH-DTGER    PIC 9(08).
          03 LH-DTMOV    PIC 9(08).
          03 FILLER      PIC X(207) VALUE SPACES.
       01 LOT-DETALHE.
          03 FILLER      PIC X(01) VALUE "1".
          03 LD-RPS      PIC 9(08).
          03 LD-DTEMIS   PIC 9(08).
          03 LD-TPTOM    PIC X(01).
          03 LD-CPF      PIC 9(11).
          03 LD-CONV     PIC 9(04).
          03 LD-NOME     PIC X(30).
          03 LD-ENDER    PIC X(30).
          03 LD-NUM      PIC 9(04).
          03 LD-COMPL    PIC X(12).
          03 LD-BAIRRO   PIC X(20).
          03 LD-CIDADE   PIC X(20).
          03 LD-UF       PIC X(02).
          03 LD-CEP      PIC 9(08).
          03 LD-VALOR    PIC 9(08)V99.
          03 LD-DISCRIM  PIC X(60).
          03 FILLER      PIC X(01) VALUE SPACES.
      *    LD-TPTOM: F=PESSOA FISICA (PACIENTE)  J=CONVENIO
       01 LOT-TRAILER.
          03 FILLER      PIC X(01) VALUE "9".
          03 LT-QTD      PIC 9(06).
          03 LT-VALOR    PIC 9(11)V99.
          03 FILLER      PIC X(210) VALUE SPACES.
       01 W-DISCRIM.
          03 WD-TEXTO    PIC X(32).
          03 WD-CRM      PIC 9(06).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 WD-DATA     PIC 9(08).
          03 FILLER      PIC X(13) VALUE SPACES.

       01 LIN-CAB1.
          03 FILLER      PIC X(12) VALUE SPACES.
          03 FILLER      PIC X(44) VALUE
             "LOTE DE RPS PARA EMISSAO DE NFS-E".
       01 LIN-PRO1.
          03 FILLER      PIC X(24) VALUE "LOTE                 :".
          03 LP1-LOTE    PIC ZZZZZ9.
          03 FILLER      PIC X(04) VALUE SPACES.
          03 FILLER      PIC X(11) VALUE "MOVIMENTO: ".
          03 LP1-DTMOV   PIC 9(08).
       01 LIN-DET1.
          03 FILLER      PIC X(10) VALUE "RPS".
          03 FILLER      PIC X(04) VALUE "ORI".
          03 FILLER      PIC X(13) VALUE "CPF/CONV.".
          03 FILLER      PIC X(32) VALUE "TOMADOR".
          03 FILLER      PIC X(12) VALUE "       VALOR".
       01 LIN-DET2.
          03 LR-RPS      PIC 9(08).
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LR-ORI      PIC X(01).
          03 FILLER      PIC X(03) VALUE SPACES.
          03 LR-DOC      PIC ZZZZZZZZZZ9.
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LR-NOME     PIC X(30).
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LR-VALOR    PIC ZZ.ZZZ.ZZ9,99.
       01 LIN-PRO2.
          03 FILLER      PIC X(24) VALUE "RPS DO CAIXA          :".
          03 LP2-QTD     PIC ZZZ.ZZ9.
       01 LIN-PRO3.
          03 FILLER      PIC X(24) VALUE "RPS DE TITULOS        :".
          03 LP3-QTD     PIC ZZZ.ZZ9.
       01 LIN-PRO4.
          03 FILLER      PIC X(24) VALUE "VALOR TOTAL DO LOTE   :".
          03 LP4-VLR     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 LIN-PRO5.
          03 FILLER      PIC X(24) VALUE "ARQUIVO GERADO        :".
          03 LP5-NOME    PIC X(19).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "GERACAO DO LOTE DE RPS (NFS-E)"
           DISPLAY "DATA DO MOVIMENTO (AAAAMMDD, ZEROS=HOJE): "
           ACCEPT W-DTMOV
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD
           IF W-DTMOV = ZEROS
              MOVE W-DTHOJE TO W-DTMOV.
      *    NUMERACAO DO RPS E DO LOTE (ARQUIVO DE CONTROLE DE UM
      *    REGISTRO, COMO O SERIECTL DO AGESERIE)
           MOVE ZEROS TO CTL-ULTRPS CTL-ULTLOTE
           OPEN INPUT RPSCTL
           IF ST-ERRO7 = "00"
              READ RPSCTL
                 AT END MOVE ZEROS TO CTL-ULTRPS CTL-ULTLOTE
              END-READ
              CLOSE RPSCTL
           END-IF
           MOVE CTL-ULTRPS TO W-ULTRPS
           COMPUTE W-LOTE = CTL-ULTLOTE + 1
           STRING "LOTERPS.DAT." W-LOTE
              DELIMITED BY SIZE INTO W-NOMELOTE.
       INC-OP0.
           OPEN I-O RPS
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30" OR ST-ERRO = "35"
                 OPEN OUTPUT RPS
                 CLOSE RPS
                 MOVE "* ARQUIVO RPS SENDO CRIADO *" TO MENS
                 DISPLAY MENS
                 GO TO INC-OP0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO RPS" TO MENS
                 DISPLAY MENS
                 GO TO ROT-FIMS.
      *    CAIXA E TITULOS SAO AS DUAS FONTES; FALTANDO UMA, O LOTE
      *    SAI SO COM A OUTRA
       INC-OP1.
           MOVE 0 TO W-CTLCX W-CTLTIT
           OPEN INPUT CAIXA
           IF ST-ERRO2 = "00"
              MOVE 1 TO W-CTLCX.
           OPEN INPUT TITULOS
           IF ST-ERRO3 = "00"
              MOVE 1 TO W-CTLTIT.
           IF W-CTLCX = 0 AND W-CTLTIT = 0
              MOVE "* ARQUIVOS CAIXA E TITULOS NAO ENCONTRADOS *"
                                                 TO MENS
              DISPLAY MENS
              CLOSE RPS
              GO TO ROT-FIMS.
      *    CADASTROS DO TOMADOR SAO OPCIONAIS: SEM ELES O RPS SAI SO
      *    COM O CPF OU O CODIGO DO CONVENIO
       INC-OP2.
           MOVE 0 TO W-CTLPAC W-CTLCEP W-CTLCONV
           OPEN INPUT CADPACI
           IF ST-ERRO4 = "00"
              MOVE 1 TO W-CTLPAC.
           OPEN INPUT CADCEP
           IF ST-ERRO5 = "00"
              MOVE 1 TO W-CTLCEP.
           OPEN INPUT CADCONV
           IF ST-ERRO6 = "00"
              MOVE 1 TO W-CTLCONV.
       INC-OP3.
           OPEN OUTPUT LOTERPS
           IF ST-ERRO8 NOT = "00"
              MOVE "* ERRO AO CRIAR ARQUIVO DO LOTE *" TO MENS
              DISPLAY MENS
              PERFORM RPS-FECHA THRU RPS-FECHA-FIM
              GO TO ROT-FIMS.
       INC-OP4.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO9 NOT = "00"
              MOVE "* ERRO AO CRIAR PROTOCOLO *" TO MENS
              DISPLAY MENS
              PERFORM RPS-FECHA THRU RPS-FECHA-FIM
              CLOSE LOTERPS
              GO TO ROT-FIMS.

       RPS-CABECALHO.
           MOVE W-LOTE   TO LH-LOTE LP1-LOTE
           MOVE W-DTHOJE TO LH-DTGER
           MOVE W-DTMOV  TO LH-DTMOV LP1-DTMOV
           WRITE LINHA-LOT FROM LOT-HEADER
           WRITE LINHA-REL FROM LIN-CAB1
           WRITE LINHA-REL FROM SPACES
           WRITE LINHA-REL FROM LIN-PRO1
           WRITE LINHA-REL FROM SPACES
           WRITE LINHA-REL FROM LIN-DET1.

       RPS-PROC.
           IF W-CTLCX = 1
              PERFORM RPS-CAIXA THRU RPS-CAIXA-FIM
                 UNTIL W-EOF-CX = 1.
           IF W-CTLTIT = 1
              PERFORM RPS-TITULO THRU RPS-TITULO-FIM
                 UNTIL W-EOF-TIT = 1.
       RPS-TOTAIS.
           MOVE W-QTDDET TO LT-QTD
           MOVE W-TOTVLR TO LT-VALOR
           WRITE LINHA-LOT FROM LOT-TRAILER
           WRITE LINHA-REL FROM SPACES
           MOVE W-QTDCX TO LP2-QTD
           WRITE LINHA-REL FROM LIN-PRO2
           MOVE W-QTDTIT TO LP3-QTD
           WRITE LINHA-REL FROM LIN-PRO3
           MOVE W-TOTVLR TO LP4-VLR
           WRITE LINHA-REL FROM LIN-PRO4
           MOVE W-NOMELOTE TO LP5-NOME
           WRITE LINHA-REL FROM LIN-PRO5.
      *    LOTE VAZIO NAO CONSOME NUMERO: O PROXIMO REAPROVEITA
           IF W-QTDDET > ZEROS
              MOVE W-ULTRPS TO CTL-ULTRPS
              MOVE W-LOTE   TO CTL-ULTLOTE
              OPEN OUTPUT RPSCTL
              WRITE REG-RPSCTL
              CLOSE RPSCTL.

       ROT-FIM.
           PERFORM RPS-FECHA THRU RPS-FECHA-FIM
           CLOSE LOTERPS RELATORIO.
           DISPLAY "RPS GERADOS: " W-QTDDET " EM " W-NOMELOTE.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.

       RPS-FECHA.
           IF W-CTLCX = 1
              CLOSE CAIXA
           END-IF
           IF W-CTLTIT = 1
              CLOSE TITULOS
           END-IF
           IF W-CTLPAC = 1
              CLOSE CADPACI
           END-IF
           IF W-CTLCEP = 1
              CLOSE CADCEP
           END-IF
           IF W-CTLCONV = 1
              CLOSE CADCONV
           END-IF
           CLOSE RPS.
       RPS-FECHA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    RECEBIMENTO DO CAIXA NA DATA: TOMADOR E O PACIENTE. O
      *    VALOR E O RECEBIDO (LIQUIDO NO PARTICULAR)
       RPS-CAIXA.
           READ CAIXA NEXT RECORD
              AT END
                 MOVE 1 TO W-EOF-CX
                 GO TO RPS-CAIXA-FIM.
           IF CXDTRECEB NOT = W-DTMOV
              GO TO RPS-CAIXA-FIM.
           IF CXTIPO = "P"
              MOVE CXVLRLIQ TO W-VLRRPS
           ELSE
              MOVE CXVALOR TO W-VLRRPS.
           IF W-VLRRPS = ZEROS
              GO TO RPS-CAIXA-FIM.
           MOVE "C"        TO W-ORIORIGEM
           MOVE CXCRM      TO W-ORICRM
           MOVE CXDATACONS TO W-ORIDATA
           MOVE CXHORACONS TO W-ORIHORA
           MOVE CXSEQENC   TO W-ORISEQ
           PERFORM RPS-JAEMIT THRU RPS-JAEMIT-FIM
           IF W-VLRJAEMIT > ZEROS
              GO TO RPS-CAIXA-FIM.
           MOVE CXCPF TO RPSCPF LD-CPF
           MOVE CXCONV TO RPSCONV LD-CONV
           MOVE "F" TO LD-TPTOM
           PERFORM RPS-TOMPAC THRU RPS-TOMPAC-FIM
           IF CXTIPO = "P"
              MOVE "ATENDIMENTO MEDICO PARTICULAR - CRM" TO WD-TEXTO
           ELSE
              MOVE "COPARTICIPACAO DE CONSULTA - CRM" TO WD-TEXTO.
           MOVE CXCRM TO WD-CRM
           MOVE CXDATACONS TO WD-DATA
           PERFORM RPS-GRAVA THRU RPS-GRAVA-FIM.
       RPS-CAIXA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    BAIXA DE TITULO NA DATA: TOMADOR E O CONVENIO. O VALOR E O
      *    PAGO AINDA SEM RPS (PAGAMENTO DE RECURSO GERA A DIFERENCA)
       RPS-TITULO.
           READ TITULOS NEXT RECORD
              AT END
                 MOVE 1 TO W-EOF-TIT
                 GO TO RPS-TITULO-FIM.
           IF TITDTBAIXA NOT = W-DTMOV OR TITVLRPAGO = ZEROS
              GO TO RPS-TITULO-FIM.
           IF TITSTATUS NOT = "B" AND TITSTATUS NOT = "G"
              GO TO RPS-TITULO-FIM.
           MOVE "T"     TO W-ORIORIGEM
           MOVE TITCRM  TO W-ORICRM
           MOVE TITDATA TO W-ORIDATA
           MOVE TITHORA TO W-ORIHORA
           MOVE TITSEQ  TO W-ORISEQ
           PERFORM RPS-JAEMIT THRU RPS-JAEMIT-FIM
           IF W-VLRJAEMIT NOT < TITVLRPAGO
              GO TO RPS-TITULO-FIM.
           COMPUTE W-VLRRPS = TITVLRPAGO - W-VLRJAEMIT
           MOVE ZEROS TO RPSCPF LD-CPF
           MOVE TITCONV TO RPSCONV LD-CONV
           MOVE "J" TO LD-TPTOM
           MOVE SPACES TO LD-ENDER LD-COMPL LD-BAIRRO LD-CIDADE LD-UF
           MOVE ZEROS TO LD-NUM LD-CEP
           MOVE "(CONVENIO NAO CADASTRADO)" TO LD-NOME
           IF W-CTLCONV = 1
              MOVE TITCONV TO CODIGO
              READ CADCONV
              IF ST-ERRO6 = "00"
                 MOVE NOME OF REGCADCONV TO LD-NOME
              END-IF
           END-IF
           MOVE "CONSULTAS FATURADAS - CRM" TO WD-TEXTO
           MOVE TITCRM TO WD-CRM
           MOVE TITDATA TO WD-DATA
           PERFORM RPS-GRAVA THRU RPS-GRAVA-FIM.
       RPS-TITULO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    NOME E ENDERECO DO PACIENTE TOMADOR (CADPACI + CADCEP)
       RPS-TOMPAC.
           MOVE SPACES TO LD-ENDER LD-COMPL LD-BAIRRO LD-CIDADE LD-UF
           MOVE ZEROS TO LD-NUM LD-CEP
           MOVE "(PACIENTE NAO CADASTRADO)" TO LD-NOME
           IF W-CTLPAC = 0
              GO TO RPS-TOMPAC-FIM.
           MOVE CXCPF TO CPF
           READ CADPACI KEY IS CPF
           IF ST-ERRO4 NOT = "00"
              GO TO RPS-TOMPAC-FIM.
           MOVE NOMEPACI     TO LD-NOME
           MOVE NUMENDERECO  TO LD-NUM
           MOVE COMPENDERECO TO LD-COMPL
           MOVE CEPPACI      TO LD-CEP
           IF W-CTLCEP = 0
              GO TO RPS-TOMPAC-FIM.
           MOVE CEPPACI TO CEP
           READ CADCEP KEY IS CEP
           IF ST-ERRO5 = "00"
              MOVE ENDERECO TO LD-ENDER
              MOVE BAIRRO   TO LD-BAIRRO
              MOVE CIDADE   TO LD-CIDADE
              MOVE ESTADO   TO LD-UF.
       RPS-TOMPAC-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    SOMA O QUE JA FOI EMITIDO EM RPS PARA O MESMO RECEBIMENTO
      *    (RPS REJEITADO PELA PREFEITURA NAO CONTA)
       RPS-JAEMIT.
           MOVE ZEROS TO W-VLRJAEMIT
           MOVE 0 TO W-EOF-RPS
           MOVE W-CHAVEORI TO CHAVERPSORI
           START RPS KEY IS EQUAL TO CHAVERPSORI
           IF ST-ERRO NOT = "00"
              GO TO RPS-JAEMIT-FIM.
           PERFORM RPS-SOMA THRU RPS-SOMA-FIM
              UNTIL W-EOF-RPS = 1.
       RPS-JAEMIT-FIM.
           EXIT.

       RPS-SOMA.
           READ RPS NEXT RECORD
              AT END
                 MOVE 1 TO W-EOF-RPS
                 GO TO RPS-SOMA-FIM.
           IF CHAVERPSORI NOT = W-CHAVEORI
              MOVE 1 TO W-EOF-RPS
              GO TO RPS-SOMA-FIM.
           IF RPSSTATUS NOT = "R"
              ADD RPSVALOR TO W-VLRJAEMIT.
       RPS-SOMA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    PROXIMO NUMERO DE RPS, GRAVACAO NO RPS.DAT, NO LOTE E NO
      *    PROTOCOLO
       RPS-GRAVA.
           ADD 1 TO W-ULTRPS
           MOVE W-ULTRPS   TO RPSNUM LD-RPS LR-RPS
           MOVE W-CHAVEORI TO CHAVERPSORI
           MOVE W-LOTE     TO RPSLOTE
           MOVE W-DTHOJE   TO RPSDTEMIS LD-DTEMIS
           MOVE W-VLRRPS   TO RPSVALOR LD-VALOR LR-VALOR
           MOVE ZEROS      TO RPSNFSE RPSDTNFSE
           MOVE SPACES     TO RPSCODVER
           MOVE "G"        TO RPSSTATUS
           WRITE REGRPS
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO RPS" TO MENS
              DISPLAY MENS
              SUBTRACT 1 FROM W-ULTRPS
              GO TO RPS-GRAVA-FIM.
           MOVE W-DISCRIM TO LD-DISCRIM
           WRITE LINHA-LOT FROM LOT-DETALHE
           MOVE W-ORIORIGEM TO LR-ORI
           IF W-ORIORIGEM = "C"
              MOVE RPSCPF TO LR-DOC
              ADD 1 TO W-QTDCX
           ELSE
              MOVE RPSCONV TO LR-DOC
              ADD 1 TO W-QTDTIT.
           MOVE LD-NOME TO LR-NOME
           WRITE LINHA-REL FROM LIN-DET2
           ADD 1 TO W-QTDDET
           ADD W-VLRRPS TO W-TOTVLR.
       RPS-GRAVA-FIM.
           EXIT.
      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
