       IDENTIFICATION DIVISION.
       PROGRAM-ID. CENSOLEI.
      *AUTHOR. LUCAS ALVES VIEIRA.
      ********************************************************
      * CENSO DIARIO DOS LEITOS DE OBSERVACAO *
      * PERCORRE O CADLEITO POR UNIDADE E LISTA CADA LEITO *
      * ATIVO COM A SITUACAO DO MOMENTO; NO LEITO OCUPADO *
      * MOSTRA O PACIENTE DA INTERNACAO, A ENTRADA E OS DIAS *
      * DE PERMANENCIA. POR UNIDADE TOTALIZA LEITOS, *
      * OCUPADOS, LIVRES E A TAXA DE OCUPACAO, MAIS AS *
      * ADMISSOES E ALTAS DO DIA (INTERNA). RODA TODA NOITE *
      * NO NOTURNO E GRAVA CENSO.AAAAMMDD *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CADLEITO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVELEI
                    FILE STATUS  IS ST-ERRO.

            SELECT INTERNA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEINT
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS INTCPF
                                    WITH DUPLICATES.

            SELECT CADUNI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UNICOD
                    FILE STATUS  IS ST-ERRO3.

            SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO4
                    ALTERNATE RECORD KEY IS NOMEPACI
                                    WITH DUPLICATES.

            SELECT RELATORIO ASSIGN TO W-NOMEREL
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO5.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CADUNI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNI.DAT".
       01 REGCADUNI.
                03 UNICOD            PIC 9(02).
                03 UNINOME           PIC X(30).
                03 UNIENDER          PIC X(40).
                03 STATUSREG         PIC X(01).
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
       77 W-CTLINT       PIC 9(01) VALUE ZEROS.
       77 W-EOF-LEI      PIC 9(01) VALUE ZEROS.
       77 W-EOF-INT      PIC 9(01) VALUE ZEROS.
       77 W-UNIATU       PIC 9(02) VALUE ZEROS.
       77 IND-UNI        PIC 9(02) VALUE ZEROS.
       77 W-QTDLEI       PIC 9(04) VALUE ZEROS.
       77 W-QTDOCU       PIC 9(04) VALUE ZEROS.
       77 W-TOTLEI       PIC 9(05) VALUE ZEROS.
       77 W-TOTOCU       PIC 9(05) VALUE ZEROS.
       77 W-TOTADM       PIC 9(05) VALUE ZEROS.
       77 W-TOTALT       PIC 9(05) VALUE ZEROS.
       77 W-TAXA         PIC 9(03)V9 VALUE ZEROS.
       77 W-DIAS         PIC 9(05) VALUE ZEROS.
       77 W-DTHOJE       PIC 9(08) VALUE ZEROS.
       77 W-SERHOJE      PIC 9(07) VALUE ZEROS.
       77 W-SERIAL       PIC 9(07) VALUE ZEROS.
       77 W-ALEAP        PIC 9(04) VALUE ZEROS.
       77 W-Q4           PIC 9(04) VALUE ZEROS.
       77 W-Q100         PIC 9(04) VALUE ZEROS.
       77 W-Q400         PIC 9(04) VALUE ZEROS.
       01 MENS           PIC X(50) VALUE SPACES.
       01 W-NOMEREL      PIC X(20) VALUE SPACES.
       01 W-DATAED.
          03 W-DEANO     PIC 9(04).
          03 W-DEMES     PIC 9(02).
          03 W-DEDIA     PIC 9(02).
       01 MASCDATA.
          03 MD-DIA      PIC 9(02).
          03 FILLER      PIC X(01) VALUE "/".
          03 MD-MES      PIC 9(02).
          03 FILLER      PIC X(01) VALUE "/".
          03 MD-ANO      PIC 9(04).
       01 W-CDATA.
          03 W-CANO      PIC 9(04).
          03 W-CMES      PIC 9(02).
          03 W-CDIA      PIC 9(02).
      *    DIAS ACUMULADOS NO INICIO DE CADA MES
       01 TAB-CUMD.
          03 FILLER      PIC 9(03) VALUE 000.
          03 FILLER      PIC 9(03) VALUE 031.
          03 FILLER      PIC 9(03) VALUE 059.
          03 FILLER      PIC 9(03) VALUE 090.
          03 FILLER      PIC 9(03) VALUE 120.
          03 FILLER      PIC 9(03) VALUE 151.
          03 FILLER      PIC 9(03) VALUE 181.
          03 FILLER      PIC 9(03) VALUE 212.
          03 FILLER      PIC 9(03) VALUE 243.
          03 FILLER      PIC 9(03) VALUE 273.
          03 FILLER      PIC 9(03) VALUE 304.
          03 FILLER      PIC 9(03) VALUE 334.
       01 TAB-CUMD-R REDEFINES TAB-CUMD.
          03 TCU-DIAS    PIC 9(03) OCCURS 12 TIMES.

      *    ADMISSOES E ALTAS DO DIA POR UNIDADE (INDICE = UNICOD)
       01 TAB-UNI.
          03 TU-ITEM     OCCURS 99 TIMES.
             05 TU-ADM   PIC 9(04).
             05 TU-ALT   PIC 9(04).

       01 LIN-CAB1.
          03 FILLER      PIC X(10) VALUE SPACES.
          03 FILLER      PIC X(42) VALUE
             "CENSO DIARIO DOS LEITOS DE OBSERVACAO".
          03 FILLER      PIC X(05) VALUE "DIA: ".
          03 LC1-DATA    PIC X(10).
       01 LIN-CAB2.
          03 FILLER      PIC X(09) VALUE "UNIDADE: ".
          03 LC2-UNID    PIC 9(02).
          03 FILLER      PIC X(03) VALUE " - ".
          03 LC2-NOME    PIC X(30).
       01 LIN-CAB3.
          03 FILLER      PIC X(25) VALUE "LEI DESCRICAO".
          03 FILLER      PIC X(11) VALUE "T SITUACAO".
          03 FILLER      PIC X(25) VALUE "PACIENTE".
          03 FILLER      PIC X(11) VALUE "ENTRADA".
          03 FILLER      PIC X(04) VALUE "DIAS".
       01 LIN-DET.
          03 LD-LEITO    PIC 9(03).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-DESC     PIC X(20).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-TIPO     PIC X(01).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-SIT      PIC X(08).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-PACI     PIC X(24).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-ENTRADA  PIC X(10).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-DIAS     PIC ZZZ9.
       01 LIN-TOTU1.
          03 FILLER      PIC X(10) VALUE "  LEITOS: ".
          03 LTU-LEI     PIC ZZZ9.
          03 FILLER      PIC X(12) VALUE "  OCUPADOS: ".
          03 LTU-OCU     PIC ZZZ9.
          03 FILLER      PIC X(10) VALUE "  LIVRES: ".
          03 LTU-LIV     PIC ZZZ9.
          03 FILLER      PIC X(13) VALUE "  OCUPACAO: ".
          03 LTU-TAXA    PIC ZZ9,9.
          03 FILLER      PIC X(01) VALUE "%".
       01 LIN-TOTU2.
          03 FILLER      PIC X(21) VALUE "  ADMISSOES NO DIA: ".
          03 LTU-ADM     PIC ZZZ9.
          03 FILLER      PIC X(17) VALUE "  ALTAS NO DIA: ".
          03 LTU-ALT     PIC ZZZ9.
       01 LIN-RES1.
          03 FILLER      PIC X(26) VALUE "TOTAL DE LEITOS ATIVOS   :".
          03 LR1-QTD     PIC ZZ.ZZ9.
       01 LIN-RES2.
          03 FILLER      PIC X(26) VALUE "LEITOS OCUPADOS          :".
          03 LR2-QTD     PIC ZZ.ZZ9.
       01 LIN-RES3.
          03 FILLER      PIC X(26) VALUE "TAXA DE OCUPACAO GERAL   :".
          03 LR3-TAXA    PIC ZZ9,9.
          03 FILLER      PIC X(01) VALUE "%".
       01 LIN-RES4.
          03 FILLER      PIC X(26) VALUE "ADMISSOES NO DIA         :".
          03 LR4-QTD     PIC ZZ.ZZ9.
       01 LIN-RES5.
          03 FILLER      PIC X(26) VALUE "ALTAS NO DIA             :".
          03 LR5-QTD     PIC ZZ.ZZ9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD.
           MOVE W-DTHOJE TO W-CDATA
           PERFORM CAL-SERIAL THRU CAL-SERIAL-FIM
           MOVE W-SERIAL TO W-SERHOJE
           MOVE ZEROS TO TAB-UNI
           STRING "CENSO." W-DTHOJE DELIMITED BY SIZE
              INTO W-NOMEREL.
      *    SEM LEITOS CADASTRADOS NAO HA CENSO: NAO E FALHA DA NOITE
       INC-OP0.
           OPEN INPUT CADLEITO
           IF ST-ERRO NOT = "00"
              DISPLAY "SEM LEITOS DE OBSERVACAO CADASTRADOS"
              GO TO ROT-FIM1.
       INC-OP1.
           OPEN INPUT INTERNA
           IF ST-ERRO2 = "00"
              MOVE 1 TO W-CTLINT.
       INC-OP2.
           OPEN INPUT CADUNI
           IF ST-ERRO3 NOT = "00"
              MOVE "* ARQUIVO CADUNI NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              CLOSE CADLEITO
              GO TO ROT-FIMS.
       INC-OP3.
           OPEN INPUT CADPACI
           IF ST-ERRO4 NOT = "00"
              MOVE "* ARQUIVO CADPACI NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              CLOSE CADLEITO CADUNI
              GO TO ROT-FIMS.
       INC-OP4.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO5 NOT = "00"
              MOVE "* ERRO AO CRIAR RELATORIO *" TO MENS
              DISPLAY MENS
              CLOSE CADLEITO CADUNI CADPACI
              GO TO ROT-FIMS.
           MOVE W-DTHOJE TO W-DATAED
           PERFORM MOSTRA-DATA THRU MOSTRA-DATA-FIM
           MOVE MASCDATA TO LC1-DATA
           WRITE LINHA-REL FROM LIN-CAB1.

       CEN-PROC.
           IF W-CTLINT = 1
              MOVE ZEROS TO CHAVEINT
              START INTERNA KEY IS NOT LESS THAN CHAVEINT
              IF ST-ERRO2 = "00"
                 PERFORM CEN-MOVDIA THRU CEN-MOVDIA-FIM
                    UNTIL W-EOF-INT = 1
              END-IF
           END-IF
           MOVE ZEROS TO CHAVELEI
           START CADLEITO KEY IS NOT LESS THAN CHAVELEI
           IF ST-ERRO NOT = "00"
              MOVE 1 TO W-EOF-LEI.
           MOVE ZEROS TO W-UNIATU
           PERFORM CEN-LEITO THRU CEN-LEITO-FIM
              UNTIL W-EOF-LEI = 1.
           IF W-UNIATU NOT = ZEROS
              PERFORM CEN-TOTUNI THRU CEN-TOTUNI-FIM.
           WRITE LINHA-REL FROM SPACES
           MOVE W-TOTLEI TO LR1-QTD
           WRITE LINHA-REL FROM LIN-RES1
           MOVE W-TOTOCU TO LR2-QTD
           WRITE LINHA-REL FROM LIN-RES2
           MOVE ZEROS TO W-TAXA
           IF W-TOTLEI > ZEROS
              COMPUTE W-TAXA ROUNDED = (W-TOTOCU * 100) / W-TOTLEI.
           MOVE W-TAXA TO LR3-TAXA
           WRITE LINHA-REL FROM LIN-RES3
           MOVE W-TOTADM TO LR4-QTD
           WRITE LINHA-REL FROM LIN-RES4
           MOVE W-TOTALT TO LR5-QTD
           WRITE LINHA-REL FROM LIN-RES5.

       ROT-FIM.
           CLOSE CADLEITO CADUNI CADPACI RELATORIO.
           IF W-CTLINT = 1
              CLOSE INTERNA.
           DISPLAY "LEITOS ATIVOS     : " W-TOTLEI.
           DISPLAY "LEITOS OCUPADOS   : " W-TOTOCU
                   " EM " W-NOMEREL.
       ROT-FIM1.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.

      *-----------------------------------------------------------------
      *    ADMISSOES E ALTAS COM DATA DE HOJE, NA UNIDADE DO LEITO
      *    (NA ALTA, O ULTIMO LEITO OCUPADO)
       CEN-MOVDIA.
           READ INTERNA NEXT RECORD
              AT END
                 MOVE 1 TO W-EOF-INT
                 GO TO CEN-MOVDIA-FIM.
           IF INTUNID = ZEROS
              GO TO CEN-MOVDIA-FIM.
           MOVE INTUNID TO IND-UNI
           IF INTDTENT = W-DTHOJE
              ADD 1 TO TU-ADM(IND-UNI)
              ADD 1 TO W-TOTADM.
           IF INTSIT = "A" AND INTDTALTA = W-DTHOJE
              ADD 1 TO TU-ALT(IND-UNI)
              ADD 1 TO W-TOTALT.
       CEN-MOVDIA-FIM.
           EXIT.

      *    UM LEITO ATIVO POR LINHA, COM QUEBRA POR UNIDADE
       CEN-LEITO.
           READ CADLEITO NEXT RECORD
              AT END
                 MOVE 1 TO W-EOF-LEI
                 GO TO CEN-LEITO-FIM.
           IF STATUSREG OF REGCADLEITO = "I"
              GO TO CEN-LEITO-FIM.
           IF LEIUNID NOT = W-UNIATU
              IF W-UNIATU NOT = ZEROS
                 PERFORM CEN-TOTUNI THRU CEN-TOTUNI-FIM
              END-IF
              PERFORM CEN-CABUNI THRU CEN-CABUNI-FIM.
           MOVE SPACES TO LIN-DET
           MOVE LEINUM TO LD-LEITO
           MOVE LEIDESC TO LD-DESC
           MOVE LEITIPO TO LD-TIPO
           ADD 1 TO W-QTDLEI W-TOTLEI
           IF LEISIT NOT = "O"
              MOVE "LIVRE" TO LD-SIT
              WRITE LINHA-REL FROM LIN-DET
              GO TO CEN-LEITO-FIM.
           MOVE "OCUPADO" TO LD-SIT
           ADD 1 TO W-QTDOCU W-TOTOCU
           MOVE ZEROS TO LD-DIAS
           IF W-CTLINT = 0
              WRITE LINHA-REL FROM LIN-DET
              GO TO CEN-LEITO-FIM.
           MOVE LEIINT TO CHAVEINT
           READ INTERNA
           IF ST-ERRO2 NOT = "00"
              MOVE "* INTERNACAO NAO ENCONTRADA *" TO LD-PACI
              WRITE LINHA-REL FROM LIN-DET
              GO TO CEN-LEITO-FIM.
           MOVE INTCPF TO CPF
           READ CADPACI
           IF ST-ERRO4 = "00"
              MOVE NOMEPACI TO LD-PACI
           ELSE
              MOVE INTCPF TO LD-PACI.
           MOVE INTDTENT TO W-DATAED
           PERFORM MOSTRA-DATA THRU MOSTRA-DATA-FIM
           MOVE MASCDATA TO LD-ENTRADA
           MOVE INTDTENT TO W-CDATA
           PERFORM CAL-SERIAL THRU CAL-SERIAL-FIM
           MOVE ZEROS TO W-DIAS
           IF W-SERHOJE > W-SERIAL
              COMPUTE W-DIAS = W-SERHOJE - W-SERIAL.
           MOVE W-DIAS TO LD-DIAS
           WRITE LINHA-REL FROM LIN-DET.
       CEN-LEITO-FIM.
           EXIT.

       CEN-CABUNI.
           MOVE LEIUNID TO W-UNIATU
           MOVE ZEROS TO W-QTDLEI W-QTDOCU
           MOVE LEIUNID TO UNICOD
           READ CADUNI
           IF ST-ERRO3 NOT = "00"
              MOVE SPACES TO UNINOME.
           WRITE LINHA-REL FROM SPACES
           MOVE LEIUNID TO LC2-UNID
           MOVE UNINOME TO LC2-NOME
           WRITE LINHA-REL FROM LIN-CAB2
           WRITE LINHA-REL FROM LIN-CAB3.
       CEN-CABUNI-FIM.
           EXIT.

       CEN-TOTUNI.
           MOVE W-QTDLEI TO LTU-LEI
           MOVE W-QTDOCU TO LTU-OCU
           COMPUTE LTU-LIV = W-QTDLEI - W-QTDOCU
           MOVE ZEROS TO W-TAXA
           IF W-QTDLEI > ZEROS
              COMPUTE W-TAXA ROUNDED = (W-QTDOCU * 100) / W-QTDLEI.
           MOVE W-TAXA TO LTU-TAXA
           WRITE LINHA-REL FROM LIN-TOTU1
           MOVE TU-ADM(W-UNIATU) TO LTU-ADM
           MOVE TU-ALT(W-UNIATU) TO LTU-ALT
           WRITE LINHA-REL FROM LIN-TOTU2.
       CEN-TOTUNI-FIM.
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
      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
