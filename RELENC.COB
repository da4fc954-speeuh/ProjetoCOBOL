       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELENC.
      *AUTHOR. LUCAS ALVES VIEIRA.
      ********************************************************
      * RELATORIO DE ENCAMINHAMENTOS *
      * LE O ENCAMIN (ORDEM DO CRM DE ORIGEM) DO PERIODO *
      * INFORMADO E TOTALIZA, POR MEDICO DE ORIGEM E *
      * ESPECIALIDADE DE DESTINO, OS ENCAMINHAMENTOS, OS JA *
      * AGENDADOS E OS PENDENTES. NO FINAL O QUADRO POR *
      * ESPECIALIDADE MOSTRA A DEMANDA REPRIMIDA (PENDENTES E *
      * PENDENTES URGENTES) PARA A DIRETORIA. A SITUACAO E A *
      * DA ULTIMA RODADA DO ENCAMCON *
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

            SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRMMED
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS NOME OF REGCADMED
                                    WITH DUPLICATES.

            SELECT LOOKUP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LKCHAVE
                    FILE STATUS  IS ST-ERRO4.

            SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.
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
             05 ENCDATA.
                07 ENCDIA     PIC 9(02).
                07 ENCMES     PIC 9(02).
                07 ENCANO     PIC 9(04).
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
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       01 REGCADMED.
                03 CRMMED            PIC 9(06).
                03 NOME              PIC X(30).
                03 FILLER            PIC X(54).
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
       77 W-CTLLK        PIC 9(01) VALUE ZEROS.
       77 W-EOF-ENC      PIC 9(01) VALUE ZEROS.
       77 W-CRMANT       PIC 9(06) VALUE ZEROS.
       77 IND            PIC 9(02) VALUE ZEROS.
       77 W-QTDLIDO      PIC 9(06) VALUE ZEROS.
       77 W-SUBQTD       PIC 9(06) VALUE ZEROS.
       77 W-SUBPEND      PIC 9(06) VALUE ZEROS.
       77 W-TOTQTD       PIC 9(06) VALUE ZEROS.
       77 W-TOTAGE       PIC 9(06) VALUE ZEROS.
       77 W-TOTPEND      PIC 9(06) VALUE ZEROS.
       77 W-TOTURG       PIC 9(06) VALUE ZEROS.
       01 MENS           PIC X(50) VALUE SPACES.
       01 W-ANOMES.
          03 W-ANOSEL    PIC 9(04).
          03 W-MESSEL    PIC 9(02).

      *    TOTAIS POR ESPECIALIDADE (INDICE = CODIGO DO DOMINIO
      *    "ES"): DO MEDICO DE ORIGEM CORRENTE E GERAL DO PERIODO
       01 TAB-MED.
          03 TM-ITEM     OCCURS 99 TIMES.
             05 TM-QTD   PIC 9(05).
             05 TM-AGE   PIC 9(05).
             05 TM-PEND  PIC 9(05).
             05 TM-URG   PIC 9(05).
       01 TAB-GER.
          03 TG-ITEM     OCCURS 99 TIMES.
             05 TG-QTD   PIC 9(06).
             05 TG-AGE   PIC 9(06).
             05 TG-PEND  PIC 9(06).
             05 TG-URG   PIC 9(06).

       01 LIN-CAB1.
          03 FILLER      PIC X(20) VALUE SPACES.
          03 FILLER      PIC X(30) VALUE
             "ENCAMINHAMENTOS POR MEDICO".
          03 FILLER      PIC X(08) VALUE "PERIODO:".
          03 LC1-PER     PIC X(07).
       01 LIN-CAB2.
          03 FILLER      PIC X(18) VALUE "MEDICO DE ORIGEM: ".
          03 LC2-CRM     PIC 9(06).
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LC2-NOME    PIC X(30).
       01 LIN-CAB3.
          03 FILLER      PIC X(28) VALUE "  ESPECIALIDADE DESTINO".
          03 FILLER      PIC X(08) VALUE " ENCAM.".
          03 FILLER      PIC X(08) VALUE " AGEND.".
          03 FILLER      PIC X(08) VALUE " PEND.".
          03 FILLER      PIC X(08) VALUE " URGENT.".
          03 FILLER      PIC X(06) VALUE "%PEND".
       01 LIN-CAB4.
          03 FILLER      PIC X(20) VALUE SPACES.
          03 FILLER      PIC X(40) VALUE
             "DEMANDA REPRIMIDA POR ESPECIALIDADE".
       01 LIN-DET.
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LD-ESP      PIC 9(02).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-DESC     PIC X(22).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-QTD      PIC ZZ.ZZ9.
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LD-AGE      PIC ZZ.ZZ9.
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LD-PEND     PIC ZZ.ZZ9.
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LD-URG      PIC ZZ.ZZ9.
          03 FILLER      PIC X(03) VALUE SPACES.
          03 LD-PCT      PIC ZZ9.
       01 LIN-SUB.
          03 FILLER      PIC X(29) VALUE
             "  TOTAL DO MEDICO  ENCAM.:".
          03 LS-QTD      PIC ZZ.ZZ9.
          03 FILLER      PIC X(12) VALUE "  PENDENTES:".
          03 LS-PEND     PIC ZZ.ZZ9.
       01 LIN-TOT1.
          03 FILLER      PIC X(28) VALUE
             "TOTAL DE ENCAMINHAMENTOS  :".
          03 LT1-QTD     PIC ZZZ.ZZ9.
       01 LIN-TOT2.
          03 FILLER      PIC X(28) VALUE
             "AGENDADOS                 :".
          03 LT2-QTD     PIC ZZZ.ZZ9.
       01 LIN-TOT3.
          03 FILLER      PIC X(28) VALUE
             "PENDENTES (DEMANDA REPR.) :".
          03 LT3-QTD     PIC ZZZ.ZZ9.
       01 LIN-TOT4.
          03 FILLER      PIC X(28) VALUE
             "  DOS QUAIS URGENTES      :".
          03 LT4-QTD     PIC ZZZ.ZZ9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "RELATORIO DE ENCAMINHAMENTOS"
           DISPLAY "INFORME O PERIODO (AAAAMM, 000000=TODOS): "
           ACCEPT W-ANOMES
           IF W-ANOMES NOT = "000000"
              IF W-MESSEL < 01 OR W-MESSEL > 12
                 DISPLAY "*** PERIODO INVALIDO ***"
                 GO TO ROT-FIMS.
           MOVE ZEROS TO TAB-MED TAB-GER.
       INC-OP0.
           OPEN INPUT ENCAMIN
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO ENCAMIN NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              GO TO ROT-FIMS.
       INC-OP1.
           OPEN INPUT CADMED
           IF ST-ERRO2 NOT = "00"
              MOVE "* ARQUIVO CADMED NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              CLOSE ENCAMIN
              GO TO ROT-FIMS.
      *    SEM O LOOKUP A ESPECIALIDADE SAI SO PELO CODIGO
           OPEN INPUT LOOKUP
           IF ST-ERRO4 = "00"
              MOVE 1 TO W-CTLLK.
       INC-OP2.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO3 NOT = "00"
              MOVE "* ERRO AO CRIAR RELATORIO *" TO MENS
              DISPLAY MENS
              CLOSE ENCAMIN CADMED
              GO TO ROT-FIMS.
           IF W-ANOMES = "000000"
              MOVE "TODOS" TO LC1-PER
           ELSE
              STRING W-MESSEL "/" W-ANOSEL DELIMITED BY SIZE
                 INTO LC1-PER.
           WRITE LINHA-REL FROM LIN-CAB1.

       REL-PROC.
           PERFORM REL-ENCAMIN THRU REL-ENCAMIN-FIM
              UNTIL W-EOF-ENC = 1.
           IF W-CRMANT NOT = ZEROS
              PERFORM REL-GRUPO THRU REL-GRUPO-FIM.
           PERFORM REL-RESUMO THRU REL-RESUMO-FIM.

       ROT-FIM.
           IF W-CTLLK = 1
              CLOSE LOOKUP
           END-IF
           CLOSE ENCAMIN CADMED RELATORIO.
           DISPLAY "ENCAMINHAMENTOS NO PERIODO: " W-TOTQTD
                   " PENDENTES: " W-TOTPEND.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.

      *-----------------------------------------------------------------
      *    ACUMULA O ENCAMINHAMENTO NA TABELA DO MEDICO DE ORIGEM;
      *    NA TROCA DE CRM IMPRIME O GRUPO ANTERIOR
       REL-ENCAMIN.
           READ ENCAMIN NEXT RECORD
              AT END
                 MOVE 1 TO W-EOF-ENC
                 GO TO REL-ENCAMIN-FIM.
           IF W-ANOMES NOT = "000000"
              IF ENCANO NOT = W-ANOSEL OR ENCMES NOT = W-MESSEL
                 GO TO REL-ENCAMIN-FIM.
           IF ENCESPEC = ZEROS
              GO TO REL-ENCAMIN-FIM.
           IF ENCCRM NOT = W-CRMANT AND W-CRMANT NOT = ZEROS
              PERFORM REL-GRUPO THRU REL-GRUPO-FIM.
           MOVE ENCCRM TO W-CRMANT
           ADD 1 TO W-QTDLIDO
           ADD 1 TO TM-QTD(ENCESPEC)
           IF ENCSIT = "A"
              ADD 1 TO TM-AGE(ENCESPEC)
           ELSE
              ADD 1 TO TM-PEND(ENCESPEC)
              IF ENCPRIOR = "U"
                 ADD 1 TO TM-URG(ENCESPEC).
       REL-ENCAMIN-FIM.
           EXIT.

      *    IMPRIME O MEDICO W-CRMANT, SOMA NO GERAL E ZERA A TABELA
       REL-GRUPO.
           MOVE W-CRMANT TO CRMMED LC2-CRM
           READ CADMED KEY IS CRMMED
           IF ST-ERRO2 NOT = "00"
              MOVE "(NAO CADASTRADO)" TO NOME.
           MOVE NOME TO LC2-NOME
           WRITE LINHA-REL FROM SPACES
           WRITE LINHA-REL FROM LIN-CAB2
           WRITE LINHA-REL FROM LIN-CAB3
           MOVE ZEROS TO W-SUBQTD W-SUBPEND
           PERFORM REL-GRUPO1 THRU REL-GRUPO1-FIM
              VARYING IND FROM 1 BY 1 UNTIL IND > 99
           MOVE W-SUBQTD TO LS-QTD
           MOVE W-SUBPEND TO LS-PEND
           WRITE LINHA-REL FROM LIN-SUB
           MOVE ZEROS TO TAB-MED.
       REL-GRUPO-FIM.
           EXIT.
       REL-GRUPO1.
           IF TM-QTD(IND) = ZEROS
              GO TO REL-GRUPO1-FIM.
           PERFORM REL-DESC THRU REL-DESC-FIM
           MOVE TM-QTD(IND)  TO LD-QTD
           MOVE TM-AGE(IND)  TO LD-AGE
           MOVE TM-PEND(IND) TO LD-PEND
           MOVE TM-URG(IND)  TO LD-URG
           COMPUTE LD-PCT ROUNDED = (TM-PEND(IND) * 100) / TM-QTD(IND)
           WRITE LINHA-REL FROM LIN-DET
           ADD TM-QTD(IND)  TO W-SUBQTD TG-QTD(IND)
           ADD TM-PEND(IND) TO W-SUBPEND TG-PEND(IND)
           ADD TM-AGE(IND)  TO TG-AGE(IND)
           ADD TM-URG(IND)  TO TG-URG(IND).
       REL-GRUPO1-FIM.
           EXIT.

      *    CODIGO E DESCRICAO DA ESPECIALIDADE IND NA LINHA
       REL-DESC.
           MOVE IND TO LD-ESP
           MOVE SPACES TO LD-DESC
           IF W-CTLLK = 0
              GO TO REL-DESC-FIM.
           MOVE "ES" TO LKDOM
           MOVE IND TO LKCOD
           READ LOOKUP
           IF ST-ERRO4 = "00"
              MOVE LKDESC TO LD-DESC.
       REL-DESC-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    QUADRO GERAL POR ESPECIALIDADE DE DESTINO
       REL-RESUMO.
           WRITE LINHA-REL FROM SPACES
           WRITE LINHA-REL FROM LIN-CAB4
           WRITE LINHA-REL FROM SPACES
           WRITE LINHA-REL FROM LIN-CAB3
           PERFORM REL-RESUMO1 THRU REL-RESUMO1-FIM
              VARYING IND FROM 1 BY 1 UNTIL IND > 99
           WRITE LINHA-REL FROM SPACES
           MOVE W-TOTQTD TO LT1-QTD
           WRITE LINHA-REL FROM LIN-TOT1
           MOVE W-TOTAGE TO LT2-QTD
           WRITE LINHA-REL FROM LIN-TOT2
           MOVE W-TOTPEND TO LT3-QTD
           WRITE LINHA-REL FROM LIN-TOT3
           MOVE W-TOTURG TO LT4-QTD
           WRITE LINHA-REL FROM LIN-TOT4.
       REL-RESUMO-FIM.
           EXIT.
       REL-RESUMO1.
           IF TG-QTD(IND) = ZEROS
              GO TO REL-RESUMO1-FIM.
           PERFORM REL-DESC THRU REL-DESC-FIM
           MOVE TG-QTD(IND)  TO LD-QTD
           MOVE TG-AGE(IND)  TO LD-AGE
           MOVE TG-PEND(IND) TO LD-PEND
           MOVE TG-URG(IND)  TO LD-URG
           COMPUTE LD-PCT ROUNDED = (TG-PEND(IND) * 100) / TG-QTD(IND)
           WRITE LINHA-REL FROM LIN-DET
           ADD TG-QTD(IND)  TO W-TOTQTD
           ADD TG-AGE(IND)  TO W-TOTAGE
           ADD TG-PEND(IND) TO W-TOTPEND
           ADD TG-URG(IND)  TO W-TOTURG.
       REL-RESUMO1-FIM.
           EXIT.
      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
