       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELSAT.
      *AUTHOR. LUCAS ALVES VIEIRA.
      ********************************************************
      * RELATORIO MENSAL DA PESQUISA DE SATISFACAO (NPS) *
      * LE O PESQUISA DAS CONSULTAS DO MES INFORMADO E CALCULA *
      * O NPS (PROMOTORES NOTA 9-10 MENOS DETRATORES NOTA 0-6, *
      * EM PERCENTUAL DAS RESPOSTAS) POR MEDICO, POR UNIDADE E *
      * POR CONVENIO, COM ENVIADAS, RESPONDIDAS E TAXA DE *
      * RESPOSTA. NO FINAL A LISTA DOS DETRATORES COM TELEFONE *
      * E COMENTARIO PARA A OUVIDORIA LIGAR DE VOLTA *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PESQUISA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPSQ
                    FILE STATUS  IS ST-ERRO.

            SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRMMED
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS NOME OF REGCADMED
                                    WITH DUPLICATES.

            SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO4
                    ALTERNATE RECORD KEY IS NOMEPACI
                                    WITH DUPLICATES.

            SELECT CADUNI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UNICOD
                    FILE STATUS  IS ST-ERRO5.

            SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION  IS INDEXED
                    ACCESS MODE   IS DYNAMIC
                    RECORD KEY    IS CODIGO
                    FILE STATUS   IS ST-ERRO6.

            SELECT RELATORIO ASSIGN TO W-NOMEREL
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD PESQUISA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PESQUISA.DAT".
       01 REGPESQUISA.
          03 CHAVEPSQ.
             05 PSQCRM        PIC 9(06).
             05 PSQDATA.
                07 PSQDIA     PIC 9(02).
                07 PSQMES     PIC 9(02).
                07 PSQANO     PIC 9(04).
             05 PSQHORA       PIC 9(04).
             05 PSQSEQ        PIC 9(02).
          03 PSQCPF           PIC 9(11).
          03 PSQCONV          PIC 9(04).
          03 PSQUNID          PIC 9(02).
          03 PSQDTENV         PIC 9(08).
          03 PSQSIT           PIC X(01).
          03 PSQNOTA          PIC 9(02).
          03 PSQCOMENT        PIC X(60).
          03 PSQDTRESP        PIC 9(08).
      *    PSQSIT: E=ENVIADA  R=RESPONDIDA
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
       FD CADUNI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNI.DAT".
       01 REGCADUNI.
                03 UNICOD            PIC 9(02).
                03 UNINOME           PIC X(30).
                03 UNIENDER          PIC X(40).
                03 STATUSREG         PIC X(01).
      *
       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCADCONV.
                03 CODIGO            PIC 9(04).
                03 NOME              PIC X(30).
                03 TPPLANO           PIC 9(02).
                03 FILLER            PIC X(22).
                03 STATUSREG         PIC X(01).
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
       77 W-CTLUNI       PIC 9(01) VALUE ZEROS.
       77 W-CTLCONV      PIC 9(01) VALUE ZEROS.
       77 W-EOF-PSQ      PIC 9(01) VALUE ZEROS.
       77 W-CRMANT       PIC 9(06) VALUE ZEROS.
       77 IND            PIC 9(03) VALUE ZEROS.
       77 W-ACHOU        PIC 9(01) VALUE ZEROS.
       77 W-AVISOTAB     PIC 9(01) VALUE ZEROS.
       77 W-QTDCONV      PIC 9(03) VALUE ZEROS.
       77 W-QTDDETR      PIC 9(06) VALUE ZEROS.
       77 W-NPS          PIC S9(03) VALUE ZEROS.
       77 W-TAXA         PIC 9(03) VALUE ZEROS.
       01 MENS           PIC X(50) VALUE SPACES.
       01 W-NOMEREL      PIC X(20) VALUE SPACES.
       01 W-ANOMES.
          03 W-ANOSEL    PIC 9(04).
          03 W-MESSEL    PIC 9(02).

      *    CONTADORES DE UM GRUPO (MEDICO, UNIDADE, CONVENIO OU
      *    GERAL) PARA A LINHA DO RELATORIO
       01 W-GRUPO.
          03 W-GENV      PIC 9(06).
          03 W-GRESP     PIC 9(06).
          03 W-GPROM     PIC 9(06).
          03 W-GNEUT     PIC 9(06).
          03 W-GDETR     PIC 9(06).
       01 TOT-MED.
          03 TM-ENV      PIC 9(06).
          03 TM-RESP     PIC 9(06).
          03 TM-PROM     PIC 9(06).
          03 TM-NEUT     PIC 9(06).
          03 TM-DETR     PIC 9(06).
       01 TOT-GER.
          03 TG-ENV      PIC 9(06).
          03 TG-RESP     PIC 9(06).
          03 TG-PROM     PIC 9(06).
          03 TG-NEUT     PIC 9(06).
          03 TG-DETR     PIC 9(06).
      *    POR UNIDADE (INDICE = CODIGO DA UNIDADE + 1; 00 = SEM
      *    UNIDADE INFORMADA NA AGENDA)
       01 TAB-UNI.
          03 TU-ITEM     OCCURS 100 TIMES.
             05 TU-ENV   PIC 9(06).
             05 TU-RESP  PIC 9(06).
             05 TU-PROM  PIC 9(06).
             05 TU-NEUT  PIC 9(06).
             05 TU-DETR  PIC 9(06).
      *    POR CONVENIO (ATE 500)
       01 TAB-CONV.
          03 TC-ITEM     OCCURS 500 TIMES.
             05 TC-CONV  PIC 9(04).
             05 TC-ENV   PIC 9(06).
             05 TC-RESP  PIC 9(06).
             05 TC-PROM  PIC 9(06).
             05 TC-NEUT  PIC 9(06).
             05 TC-DETR  PIC 9(06).

       01 LIN-CAB1.
          03 FILLER      PIC X(12) VALUE SPACES.
          03 FILLER      PIC X(40) VALUE
             "PESQUISA DE SATISFACAO - NPS".
          03 FILLER      PIC X(09) VALUE "PERIODO: ".
          03 LC1-MES     PIC 9(02).
          03 FILLER      PIC X(01) VALUE "/".
          03 LC1-ANO     PIC 9(04).
       01 LIN-SECAO.
          03 LS-TITULO   PIC X(44).
       01 LIN-CAB2.
          03 FILLER      PIC X(38) VALUE SPACES.
          03 FILLER      PIC X(07) VALUE " ENV.".
          03 FILLER      PIC X(07) VALUE " RESP.".
          03 FILLER      PIC X(05) VALUE "TX%".
          03 FILLER      PIC X(07) VALUE " PROM.".
          03 FILLER      PIC X(07) VALUE " DETR.".
          03 FILLER      PIC X(04) VALUE " NPS".
       01 LIN-DET.
          03 LD-COD      PIC 9(06).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-NOME     PIC X(30).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-ENV      PIC ZZZ.ZZ9.
          03 LD-RESP     PIC ZZZ.ZZ9.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-TAXA     PIC ZZ9.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-PROM     PIC ZZZ.ZZ9.
          03 LD-DETR     PIC ZZZ.ZZ9.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-NPS      PIC ---9.
       01 LIN-CAB3.
          03 FILLER      PIC X(11) VALUE "DATA".
          03 FILLER      PIC X(07) VALUE "CRM".
          03 FILLER      PIC X(31) VALUE "PACIENTE".
          03 FILLER      PIC X(12) VALUE "TELEFONE".
          03 FILLER      PIC X(04) VALUE "NOTA".
       01 LIN-DETR1.
          03 LT1-DIA     PIC 9(02).
          03 FILLER      PIC X(01) VALUE "/".
          03 LT1-MES     PIC 9(02).
          03 FILLER      PIC X(01) VALUE "/".
          03 LT1-ANO     PIC 9(04).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LT1-CRM     PIC 9(06).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LT1-NOME    PIC X(30).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LT1-TEL     PIC 9(11).
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LT1-NOTA    PIC Z9.
       01 LIN-DETR2.
          03 FILLER      PIC X(11) VALUE SPACES.
          03 FILLER      PIC X(06) VALUE "COM.: ".
          03 LT2-COMENT  PIC X(60).
       01 LIN-TOT1.
          03 FILLER      PIC X(28) VALUE
             "DETRATORES A CONTATAR     :".
          03 LT3-QTD     PIC ZZZ.ZZ9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "RELATORIO MENSAL DA PESQUISA DE SATISFACAO"
           DISPLAY "INFORME O PERIODO (AAAAMM): "
           ACCEPT W-ANOMES
           IF W-MESSEL < 01 OR W-MESSEL > 12
              DISPLAY "*** PERIODO INVALIDO ***"
              GO TO ROT-FIMS.
           STRING "RELSAT." W-ANOMES DELIMITED BY SIZE
              INTO W-NOMEREL.
           MOVE ZEROS TO TOT-MED TOT-GER TAB-UNI TAB-CONV.
       INC-OP0.
           OPEN INPUT PESQUISA
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO PESQUISA NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              GO TO ROT-FIMS.
       INC-OP1.
           OPEN INPUT CADMED
           IF ST-ERRO2 NOT = "00"
              MOVE "* ARQUIVO CADMED NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              CLOSE PESQUISA
              GO TO ROT-FIMS.
       INC-OP2.
           OPEN INPUT CADPACI
           IF ST-ERRO4 NOT = "00"
              MOVE "* ARQUIVO CADPACI NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              CLOSE PESQUISA CADMED
              GO TO ROT-FIMS.
      *    SEM O CADUNI E O CADCONV AS LINHAS SAEM SO COM O CODIGO
           OPEN INPUT CADUNI
           IF ST-ERRO5 = "00"
              MOVE 1 TO W-CTLUNI.
           OPEN INPUT CADCONV
           IF ST-ERRO6 = "00"
              MOVE 1 TO W-CTLCONV.
       INC-OP3.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO3 NOT = "00"
              MOVE "* ERRO AO CRIAR RELATORIO *" TO MENS
              DISPLAY MENS
              CLOSE PESQUISA CADMED CADPACI
              GO TO ROT-FIMS.
           MOVE W-MESSEL TO LC1-MES
           MOVE W-ANOSEL TO LC1-ANO
           WRITE LINHA-REL FROM LIN-CAB1
           WRITE LINHA-REL FROM SPACES
           MOVE "NPS POR MEDICO" TO LS-TITULO
           WRITE LINHA-REL FROM LIN-SECAO
           WRITE LINHA-REL FROM LIN-CAB2.

      *    PASSADA 1: ACUMULA E IMPRIME OS MEDICOS (ORDEM DO CRM)
       REL-PROC.
           PERFORM REL-PESQUISA THRU REL-PESQUISA-FIM
              UNTIL W-EOF-PSQ = 1.
           IF W-CRMANT NOT = ZEROS
              PERFORM REL-MEDICO THRU REL-MEDICO-FIM.
           MOVE 0 TO LD-COD
           MOVE "TOTAL GERAL" TO LD-NOME
           MOVE TOT-GER TO W-GRUPO
           PERFORM REL-LINHA THRU REL-LINHA-FIM
           PERFORM REL-UNIDADE THRU REL-UNIDADE-FIM
           PERFORM REL-CONVENIO THRU REL-CONVENIO-FIM.
      *    PASSADA 2: LISTA DOS DETRATORES PARA A OUVIDORIA
       REL-PROC2.
           WRITE LINHA-REL FROM SPACES
           MOVE "DETRATORES (NOTA 0 A 6) - RETORNO DA OUVIDORIA"
              TO LS-TITULO
           WRITE LINHA-REL FROM LIN-SECAO
           WRITE LINHA-REL FROM LIN-CAB3
           CLOSE PESQUISA
           OPEN INPUT PESQUISA
           MOVE 0 TO W-EOF-PSQ
           PERFORM REL-DETRATOR THRU REL-DETRATOR-FIM
              UNTIL W-EOF-PSQ = 1.
           WRITE LINHA-REL FROM SPACES
           MOVE W-QTDDETR TO LT3-QTD
           WRITE LINHA-REL FROM LIN-TOT1.

       ROT-FIM.
           IF W-CTLUNI = 1
              CLOSE CADUNI
           END-IF
           IF W-CTLCONV = 1
              CLOSE CADCONV
           END-IF
           CLOSE PESQUISA CADMED CADPACI RELATORIO.
           DISPLAY "PESQUISAS ENVIADAS: " TG-ENV
                   " RESPONDIDAS: " TG-RESP
                   " DETRATORES: " W-QTDDETR " EM " W-NOMEREL.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.

      *-----------------------------------------------------------------
      *    PESQUISAS DAS CONSULTAS DO MES: NA TROCA DE CRM IMPRIME O
      *    MEDICO ANTERIOR; SOMA NA UNIDADE, NO CONVENIO E NO GERAL
       REL-PESQUISA.
           READ PESQUISA NEXT RECORD
              AT END
                 MOVE 1 TO W-EOF-PSQ
                 GO TO REL-PESQUISA-FIM.
           IF PSQANO NOT = W-ANOSEL OR PSQMES NOT = W-MESSEL
              GO TO REL-PESQUISA-FIM.
           IF PSQCRM NOT = W-CRMANT AND W-CRMANT NOT = ZEROS
              PERFORM REL-MEDICO THRU REL-MEDICO-FIM.
           MOVE PSQCRM TO W-CRMANT
           MOVE ZEROS TO W-GRUPO
           ADD 1 TO W-GENV
           IF PSQSIT = "R"
              ADD 1 TO W-GRESP
              IF PSQNOTA > 8
                 ADD 1 TO W-GPROM
              ELSE
                 IF PSQNOTA > 6
                    ADD 1 TO W-GNEUT
                 ELSE
                    ADD 1 TO W-GDETR.
           ADD W-GENV  TO TM-ENV  TG-ENV
           ADD W-GRESP TO TM-RESP TG-RESP
           ADD W-GPROM TO TM-PROM TG-PROM
           ADD W-GNEUT TO TM-NEUT TG-NEUT
           ADD W-GDETR TO TM-DETR TG-DETR
           COMPUTE IND = PSQUNID + 1
           ADD W-GENV  TO TU-ENV(IND)
           ADD W-GRESP TO TU-RESP(IND)
           ADD W-GPROM TO TU-PROM(IND)
           ADD W-GNEUT TO TU-NEUT(IND)
           ADD W-GDETR TO TU-DETR(IND)
           PERFORM REL-ACUCONV THRU REL-ACUCONV-FIM.
       REL-PESQUISA-FIM.
           EXIT.

      *    PROCURA O CONVENIO DA PESQUISA NA TABELA E ACUMULA
       REL-ACUCONV.
           MOVE 0 TO W-ACHOU
           MOVE 1 TO IND
           IF W-QTDCONV > ZEROS
              PERFORM REL-PROCONV THRU REL-PROCONV-FIM
                 UNTIL IND > W-QTDCONV OR W-ACHOU = 1.
           IF W-ACHOU = 0
      *    TABELA ESGOTADA: AVISA NO CONSOLE EM VEZ DE DEIXAR O
      *    QUADRO POR CONVENIO SAIR INCOMPLETO EM SILENCIO
              IF W-QTDCONV NOT < 500
                 IF W-AVISOTAB = 0
                    DISPLAY "*** TABELA DE CONVENIOS ESGOTADA - "
                            "QUADRO INCOMPLETO, CONFERIR ***"
                    MOVE 1 TO W-AVISOTAB
                 END-IF
                 GO TO REL-ACUCONV-FIM
              END-IF
              ADD 1 TO W-QTDCONV
              MOVE W-QTDCONV TO IND
              MOVE PSQCONV TO TC-CONV(IND).
           ADD W-GENV  TO TC-ENV(IND)
           ADD W-GRESP TO TC-RESP(IND)
           ADD W-GPROM TO TC-PROM(IND)
           ADD W-GNEUT TO TC-NEUT(IND)
           ADD W-GDETR TO TC-DETR(IND).
       REL-ACUCONV-FIM.
           EXIT.
       REL-PROCONV.
           IF TC-CONV(IND) = PSQCONV
              MOVE 1 TO W-ACHOU
           ELSE
              ADD 1 TO IND.
       REL-PROCONV-FIM.
           EXIT.

      *    LINHA DO MEDICO W-CRMANT E ZERA O ACUMULADO DELE
       REL-MEDICO.
           MOVE W-CRMANT TO CRMMED LD-COD
           READ CADMED KEY IS CRMMED
           IF ST-ERRO2 NOT = "00"
              MOVE "(NAO CADASTRADO)" TO NOME OF REGCADMED.
           MOVE NOME OF REGCADMED TO LD-NOME
           MOVE TOT-MED TO W-GRUPO
           PERFORM REL-LINHA THRU REL-LINHA-FIM
           MOVE ZEROS TO TOT-MED.
       REL-MEDICO-FIM.
           EXIT.

      *    QUADRO POR UNIDADE
       REL-UNIDADE.
           WRITE LINHA-REL FROM SPACES
           MOVE "NPS POR UNIDADE" TO LS-TITULO
           WRITE LINHA-REL FROM LIN-SECAO
           WRITE LINHA-REL FROM LIN-CAB2
           PERFORM REL-UNIDADE1 THRU REL-UNIDADE1-FIM
              VARYING IND FROM 1 BY 1 UNTIL IND > 100.
       REL-UNIDADE-FIM.
           EXIT.
       REL-UNIDADE1.
           IF TU-ENV(IND) = ZEROS
              GO TO REL-UNIDADE1-FIM.
           COMPUTE LD-COD = IND - 1
           MOVE SPACES TO LD-NOME
           IF IND = 1
              MOVE "(SEM UNIDADE)" TO LD-NOME
           ELSE
              IF W-CTLUNI = 1
                 COMPUTE UNICOD = IND - 1
                 READ CADUNI
                 IF ST-ERRO5 = "00"
                    MOVE UNINOME TO LD-NOME.
           MOVE TU-ITEM(IND) TO W-GRUPO
           PERFORM REL-LINHA THRU REL-LINHA-FIM.
       REL-UNIDADE1-FIM.
           EXIT.

      *    QUADRO POR CONVENIO
       REL-CONVENIO.
           WRITE LINHA-REL FROM SPACES
           MOVE "NPS POR CONVENIO" TO LS-TITULO
           WRITE LINHA-REL FROM LIN-SECAO
           WRITE LINHA-REL FROM LIN-CAB2
           PERFORM REL-CONVENIO1 THRU REL-CONVENIO1-FIM
              VARYING IND FROM 1 BY 1 UNTIL IND > W-QTDCONV.
       REL-CONVENIO-FIM.
           EXIT.
       REL-CONVENIO1.
           MOVE TC-CONV(IND) TO LD-COD
           MOVE SPACES TO LD-NOME
           IF W-CTLCONV = 1
              MOVE TC-CONV(IND) TO CODIGO
              READ CADCONV KEY IS CODIGO
              IF ST-ERRO6 = "00"
                 MOVE NOME OF REGCADCONV TO LD-NOME.
           MOVE TC-ENV(IND)  TO W-GENV
           MOVE TC-RESP(IND) TO W-GRESP
           MOVE TC-PROM(IND) TO W-GPROM
           MOVE TC-NEUT(IND) TO W-GNEUT
           MOVE TC-DETR(IND) TO W-GDETR
           PERFORM REL-LINHA THRU REL-LINHA-FIM.
       REL-CONVENIO1-FIM.
           EXIT.

      *    IMPRIME O GRUPO W-GRUPO: TAXA DE RESPOSTA E NPS
       REL-LINHA.
           MOVE W-GENV  TO LD-ENV
           MOVE W-GRESP TO LD-RESP
           MOVE W-GPROM TO LD-PROM
           MOVE W-GDETR TO LD-DETR
           MOVE ZEROS TO W-TAXA W-NPS
           IF W-GENV > ZEROS
              COMPUTE W-TAXA ROUNDED = (W-GRESP * 100) / W-GENV.
           IF W-GRESP > ZEROS
              COMPUTE W-NPS ROUNDED =
                      ((W-GPROM - W-GDETR) * 100) / W-GRESP.
           MOVE W-TAXA TO LD-TAXA
           MOVE W-NPS TO LD-NPS
           WRITE LINHA-REL FROM LIN-DET.
       REL-LINHA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       REL-DETRATOR.
           READ PESQUISA NEXT RECORD
              AT END
                 MOVE 1 TO W-EOF-PSQ
                 GO TO REL-DETRATOR-FIM.
           IF PSQANO NOT = W-ANOSEL OR PSQMES NOT = W-MESSEL
              GO TO REL-DETRATOR-FIM.
           IF PSQSIT NOT = "R" OR PSQNOTA > 6
              GO TO REL-DETRATOR-FIM.
           MOVE PSQDIA TO LT1-DIA
           MOVE PSQMES TO LT1-MES
           MOVE PSQANO TO LT1-ANO
           MOVE PSQCRM TO LT1-CRM
           MOVE PSQCPF TO CPF
           MOVE ZEROS TO LT1-TEL
           READ CADPACI KEY IS CPF
           IF ST-ERRO4 NOT = "00"
              MOVE "(NAO CADASTRADO)" TO NOMEPACI
           ELSE
              MOVE NUMTEL(1) TO LT1-TEL.
           MOVE NOMEPACI TO LT1-NOME
           MOVE PSQNOTA TO LT1-NOTA
           WRITE LINHA-REL FROM LIN-DETR1
           IF PSQCOMENT NOT = SPACES
              MOVE PSQCOMENT TO LT2-COMENT
              WRITE LINHA-REL FROM LIN-DETR2.
           ADD 1 TO W-QTDDETR.
       REL-DETRATOR-FIM.
           EXIT.
      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
