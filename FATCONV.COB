      * PROCEDIMENTOS DO ATENDIM COM O PRECO NEGOCIADO) E *
      * GERA O ARQUIVO DE FATURAMENTO DATADO MAIS O RESUMO *
      * IMPRESSO POR CONVENIO NA ORDEM DO CODIGO, COMO *
      * SEMPRE SAIU. A TELECONSULTA SAI COM A MODALIDADE E O *
      * CODIGO DE TELEMEDICINA DO CONVENIO (CONVTEL), VALORADA *
      * PELO PROCEDIMENTO DE TELEMEDICINA. AS DIARIAS DOS *
      * LEITOS DE OBSERVACAO SAEM DO INTMOV, UMA LINHA POR *
      * INTERNACAO NA COMPETENCIA, PELO PROCEDIMENTO DA DIARIA *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
            SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO2.

            SELECT COMPET ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CMPANOMES
                    FILE STATUS  IS ST-ERRO6.

            SELECT TELECON ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVETEL
                    FILE STATUS  IS ST-ERRO7.

            SELECT CONVTEL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TLCCONV
                    FILE STATUS  IS ST-ERRO8.

            SELECT INTERNA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEINT
                    FILE STATUS  IS ST-ERRO9
                    ALTERNATE RECORD KEY IS INTCPF
                                    WITH DUPLICATES.

            SELECT INTMOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEIMV
                    FILE STATUS  IS ST-ERRO10.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *
       FD FATURA
               LABEL RECORD IS STANDARD.
       01 LINHA-FAT           PIC X(71).
      *
       FD RELATORIO
               LABEL RECORD IS STANDARD.
       01 LINHA-REL           PIC X(80).
      *
       FD COMPET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "COMPET.DAT".
       01 REGCOMPET.
                03 CMPANOMES         PIC 9(06).
                03 CMPSIT            PIC X(01).
                03 CMPDTFECHA        PIC 9(08).
                03 CMPOPEFECHA       PIC X(08).
                03 CMPDTREAB         PIC 9(08).
                03 CMPOPEREAB        PIC X(08).
                03 CMPMOTIVO         PIC X(40).
                03 CMPQTDREAB        PIC 9(02).
      *    CMPSIT: F=FECHADA  R=REABERTA (SEM REGISTRO = ABERTA)
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
       FD CONVTEL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONVTEL.DAT".
       01 REGCONVTEL.
                03 TLCCONV              PIC 9(04).
                03 TLCPROC              PIC 9(04).
                03 TLCCODEXT            PIC X(10).
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
                03 IMVDATA.
                   05 IMVANOMES         PIC 9(06).
                   05 IMVDIA            PIC 9(02).
                03 IMVCOD               PIC 9(04).
                03 IMVQTD               PIC 9(04).
                03 IMVUNID              PIC 9(02).
                03 IMVLEITO             PIC 9(03).
                03 IMVOPER              PIC X(08).
                03 FILLER               PIC X(10).
      *    IMVTIPO: D=DIARIA (IMVCOD = PROCEDIMENTO DA DIARIA)
      *             M=MATERIAL (IMVCOD = MATCOD DO CADMAT)
      *    IMVDATA EM AAAAMMDD: SAIDA DO LEITO NA DIARIA
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO3       PIC X(02) VALUE "00".
       77 ST-ERRO4       PIC X(02) VALUE "00".
       77 ST-ERRO5       PIC X(02) VALUE "00".
       77 ST-ERRO6       PIC X(02) VALUE "00".
       77 ST-ERRO7       PIC X(02) VALUE "00".
       77 ST-ERRO8       PIC X(02) VALUE "00".
       77 ST-ERRO9       PIC X(02) VALUE "00".
       77 ST-ERRO10      PIC X(02) VALUE "00".
       77 W-CTLINT       PIC 9(01) VALUE ZEROS.
       77 W-EOF-IMV      PIC 9(01) VALUE ZEROS.
       77 W-CTLCMP       PIC 9(01) VALUE ZEROS.
       77 W-CTLTEL       PIC 9(01) VALUE ZEROS.
       77 W-CTLTLC       PIC 9(01) VALUE ZEROS.
       77 W-CTLPRC       PIC 9(01) VALUE ZEROS.
      *    CONVENIO PARTICULAR (AUTOPAGAMENTO), O MESMO DO SMP004
       77 W-CONVPARTIC   PIC 9(04) VALUE 0001.
       77 W-CTLATE       PIC 9(01) VALUE ZEROS.
       77 W-CTLPRE       PIC 9(01) VALUE ZEROS.
       77 W-VLRITEM      PIC 9(06)V99 VALUE ZEROS.
       77 W-HEADER-OK    PIC 9(01) VALUE ZEROS.
       77 W-QTDCONS      PIC 9(06) VALUE ZEROS.
       77 W-QTDGER       PIC 9(06) VALUE ZEROS.
       77 W-QTDDIAS      PIC 9(06) VALUE ZEROS.
       77 W-QTDDIAGER    PIC 9(06) VALUE ZEROS.
      *    QUEBRA POR INTERNACAO NA LEITURA DO INTMOV
       77 W-INTANT       PIC X(20) VALUE SPACES.
       77 W-DIAOK        PIC 9(01) VALUE ZEROS.
       77 W-VLRDIA       PIC 9(08)V99 VALUE ZEROS.
       77 W-QTDDIAINT    PIC 9(04) VALUE ZEROS.
       77 W-MESDIF       PIC S9(05) VALUE ZEROS.
       01 W-DTINT.
          03 W-DIAINT    PIC 9(02).
          03 W-MESINT    PIC 9(02).
          03 W-ANOINT    PIC 9(04).
      *    LANCAMENTO A ACUMULAR NA TABELA (CONSULTA OU DIARIA)
       77 W-CONVACU      PIC 9(04) VALUE ZEROS.
       77 W-QTDACU       PIC 9(04) VALUE ZEROS.
       77 W-DIAACU       PIC 9(04) VALUE ZEROS.
       77 W-COPACU       PIC 9(04)V99 VALUE ZEROS.
       77 W-VLRBRUTO     PIC 9(09)V99 VALUE ZEROS.
       77 W-VLRCOPART    PIC 9(09)V99 VALUE ZEROS.
       77 W-VLRLIQ       PIC 9(09)V99 VALUE ZEROS.
       77 W-TOTCOPART    PIC 9(09)V99 VALUE ZEROS.
       77 W-TOTLIQ       PIC 9(09)V99 VALUE ZEROS.
       01 MENS           PIC X(50) VALUE SPACES.
       01 W-DTREAB.
          03 W-REABANO   PIC 9(04).
          03 W-REABMES   PIC 9(02).
          03 W-REABDIA   PIC 9(02).
       01 LIN-AVISO1.
          03 FILLER      PIC X(36) VALUE
                          "*** ATENCAO: COMPETENCIA REABERTA EM".
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LAV-DIA     PIC 9(02).
          03 FILLER      PIC X(01) VALUE "/".
          03 LAV-MES     PIC 9(02).
          03 FILLER      PIC X(01) VALUE "/".
          03 LAV-ANO     PIC 9(04).
          03 FILLER      PIC X(05) VALUE " POR ".
          03 LAV-OPER    PIC X(08).
          03 FILLER      PIC X(04) VALUE " ***".
       01 LIN-AVISO2.
          03 FILLER      PIC X(13) VALUE "    MOTIVO : ".
          03 LAV-MOTIVO  PIC X(40).
       01 LIN-AVISO3.
          03 FILLER      PIC X(50) VALUE
             "    VALORES PODEM DIFERIR DO JA ENVIADO/PAGO".
       01 W-ANOMES.
          03 W-ANOFAT    PIC 9(04).
          03 W-MESFAT    PIC 9(02).
             05 TCV-QTD    PIC 9(06).
             05 TCV-BRUTO  PIC 9(09)V99.
             05 TCV-COPART PIC 9(09)V99.
             05 TCV-DIAS   PIC 9(06).

       01 FAT-DET.
          03 FAT-CONV    PIC 9(04).
          03 FAT-VLR     PIC 9(08)V99.
          03 FILLER      PIC X(01) VALUE ";".
          03 FAT-COPART  PIC 9(04)V99.
          03 FILLER      PIC X(01) VALUE ";".
          03 FAT-MODAL   PIC X(01).
          03 FILLER      PIC X(01) VALUE ";".
          03 FAT-CODTELE PIC X(10).
      *    FAT-MODAL: P=PRESENCIAL  T=TELECONSULTA
      *               D=DIARIA DE LEITO DE OBSERVACAO

       01 LIN-CAB1.
          03 FILLER      PIC X(20) VALUE SPACES.
       01 LIN-RES1.
          03 FILLER      PIC X(24) VALUE "  CONSULTAS REALIZADAS :".
          03 LR1-QTD     PIC ZZZ.ZZ9.
       01 LIN-RES1A.
          03 FILLER      PIC X(24) VALUE "  DIARIAS DE OBSERVACAO:".
          03 LR1A-QTD    PIC ZZZ.ZZ9.
       01 LIN-RES2.
          03 FILLER      PIC X(24) VALUE "  VALOR BRUTO          :".
          03 LR2-VLR     PIC ZZZ.ZZZ.ZZ9,99.
       01 LIN-TOT1.
          03 FILLER      PIC X(24) VALUE "TOTAL GERAL CONSULTAS  :".
          03 LT1-QTD     PIC ZZZ.ZZ9.
       01 LIN-TOT1A.
          03 FILLER      PIC X(24) VALUE "TOTAL GERAL DIARIAS    :".
          03 LT1A-QTD    PIC ZZZ.ZZ9.
       01 LIN-TOT2.
          03 FILLER      PIC X(24) VALUE "TOTAL GERAL LIQUIDO    :".
          03 LT2-VLR     PIC ZZZ.ZZZ.ZZ9,99.
              OPEN INPUT PRECONV
              IF ST-ERRO5 = "00"
                 MOVE 1 TO W-CTLPRE.
      *    TELECONSULTA: SEM O TELECON TODA CONSULTA E PRESENCIAL;
      *    SEM O CONVTEL ELA SAI COM O VALOR DE SEMPRE E SEM CODIGO.
      *    O PROCEDIMENTO DE TELEMEDICINA PRECISA DO PROCED (E DO
      *    PRECONV) MESMO SEM O ATENDIM
       INC-OP2C.
           MOVE 0 TO W-CTLTEL W-CTLTLC W-CTLPRC
           OPEN INPUT TELECON
           IF ST-ERRO7 NOT = "00"
              GO TO INC-OP2D.
           MOVE 1 TO W-CTLTEL
           OPEN INPUT CONVTEL
           IF ST-ERRO8 NOT = "00"
              GO TO INC-OP2D.
           MOVE 1 TO W-CTLTLC
           IF W-CTLATE = 1
              GO TO INC-OP2D.
           OPEN INPUT PROCED
           IF ST-ERRO4 NOT = "00"
              GO TO INC-OP2D.
           MOVE 1 TO W-CTLPRC
           OPEN INPUT PRECONV
           IF ST-ERRO5 = "00"
              MOVE 1 TO W-CTLPRE.
      *    DIARIAS DOS LEITOS DE OBSERVACAO: SEM O INTERNA E O
      *    INTMOV NAO HA DIARIA A FATURAR. O PRECO DA DIARIA SAI DO
      *    PROCED (E DO PRECONV), ABERTOS AQUI QUANDO NEM O ATENDIM
      *    NEM A TELECONSULTA JA OS ABRIRAM
       INC-OP2D.
           MOVE 0 TO W-CTLINT
           OPEN INPUT INTMOV
           IF ST-ERRO10 NOT = "00"
              GO TO INC-OP3.
           OPEN INPUT INTERNA
           IF ST-ERRO9 NOT = "00"
              CLOSE INTMOV
              GO TO INC-OP3.
           IF W-CTLATE = 1 OR W-CTLPRC = 1
              MOVE 1 TO W-CTLINT
              GO TO INC-OP3.
           OPEN INPUT PROCED
           IF ST-ERRO4 NOT = "00"
              DISPLAY "*** PROCED NAO ENCONTRADO - DIARIAS DE "
                      "OBSERVACAO FORA DA FATURA ***"
              CLOSE INTMOV INTERNA
              GO TO INC-OP3.
           MOVE 1 TO W-CTLPRC W-CTLINT
           OPEN INPUT PRECONV
           IF ST-ERRO5 = "00"
              MOVE 1 TO W-CTLPRE.
       INC-OP3.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO2 NOT = "00"
              CLOSE AGENDA CADCONV FATURA
              GO TO ROT-FIMS.

      *    COMPETENCIA REABERTA NO FECHCOMP DEPOIS DE FECHADA: O
      *    RESULTADO DESTA RODADA PODE DIFERIR DO JA ENVIADO, ENTAO
      *    AVISA NA TELA E NO TOPO DO RELATORIO. O COMPET E OPCIONAL
       INC-OP3A.
           MOVE 0 TO W-CTLCMP
           OPEN INPUT COMPET
           IF ST-ERRO6 NOT = "00"
              GO TO INC-OP3A-FIM.
           MOVE 1 TO W-CTLCMP
           MOVE W-ANOMES TO CMPANOMES
           READ COMPET
           IF ST-ERRO6 NOT = "00" OR CMPSIT NOT = "R"
              GO TO INC-OP3A-FIM.
           MOVE CMPDTREAB  TO W-DTREAB
           MOVE W-REABDIA  TO LAV-DIA
           MOVE W-REABMES  TO LAV-MES
           MOVE W-REABANO  TO LAV-ANO
           MOVE CMPOPEREAB TO LAV-OPER
           MOVE CMPMOTIVO  TO LAV-MOTIVO
           DISPLAY LIN-AVISO1
           DISPLAY LIN-AVISO2
           WRITE LINHA-REL FROM LIN-AVISO1
           WRITE LINHA-REL FROM LIN-AVISO2
           WRITE LINHA-REL FROM LIN-AVISO3
           WRITE LINHA-REL FROM SPACES.
       INC-OP3A-FIM.
           EXIT.

      *    PASSADA UNICA NA AGENDA ACUMULANDO POR CONVENIO; DEPOIS
      *    O RESUMO E IMPRESSO PERCORRENDO O CADCONV NA ORDEM DO
      *    CODIGO, COM O MESMO LEIAUTE DE SEMPRE
       FAT-PROC.
           PERFORM FAT-CONSULTA THRU FAT-CONSULTA-FIM
              UNTIL W-EOF-AGE = 1.
           IF W-CTLINT = 1
              PERFORM FAT-DIARIA THRU FAT-DIARIA-FIM
                 UNTIL W-EOF-IMV = 1.
      *    REPOSICIONA O CADCONV NO INICIO PARA O RESUMO, JA QUE A
      *    PASSADA FEZ LEITURAS RANDOMICAS PELO CODIGO
           CLOSE CADCONV
           WRITE LINHA-REL FROM SPACES
           MOVE W-QTDGER  TO LT1-QTD
           WRITE LINHA-REL FROM LIN-TOT1
           IF W-QTDDIAGER > 0
              MOVE W-QTDDIAGER TO LT1A-QTD
              WRITE LINHA-REL FROM LIN-TOT1A.
           MOVE W-TOTLIQ  TO LT2-VLR
           WRITE LINHA-REL FROM LIN-TOT2.

           IF W-CTLPRE = 1
              CLOSE PRECONV
           END-IF
           IF W-CTLCMP = 1
              CLOSE COMPET
           END-IF
           IF W-CTLPRC = 1
              CLOSE PROCED
           END-IF
           IF W-CTLTLC = 1
              CLOSE CONVTEL
           END-IF
           IF W-CTLTEL = 1
              CLOSE TELECON
           END-IF
           IF W-CTLINT = 1
              CLOSE INTERNA INTMOV
           END-IF
           CLOSE AGENDA CADCONV FATURA RELATORIO.
           DISPLAY "*** FATURAMENTO GERADO EM " W-NOMEFAT " ***".
           EXIT PROGRAM.
           MOVE TCV-QTD(IND)    TO W-QTDCONS
           MOVE TCV-BRUTO(IND)  TO W-VLRBRUTO
           MOVE TCV-COPART(IND) TO W-VLRCOPART
           MOVE TCV-DIAS(IND)   TO W-QTDDIAS
      *    O TITULO COM O PERIODO SAI EM CADA BLOCO DE CONVENIO,
      *    COMO NO RELATORIO DE SEMPRE
           MOVE 0 TO W-HEADER-OK
           IF W-QTDCONS > 0 OR W-QTDDIAS > 0
              PERFORM FAT-RESUMO THRU FAT-RESUMO-FIM.
       FAT-GRUPO-FIM.
           EXIT.
       FAT-DETALHE.
      *    O CONVENIO DA CONSULTA E LIDO POR CHAVE; CONSULTA DE
      *    CONVENIO NAO CADASTRADO FICA FORA DA FATURA, COMO NO
      *    AGRUPAMENTO ANTIGO. O PARTICULAR PAGA O VALOR INTEGRAL
      *    NO CAIXA DA RECEPCAO E NAO ENTRA NA FATURA
           IF CONVPACI = W-CONVPARTIC
              GO TO FAT-DETALHE-FIM.
           MOVE CONVPACI TO CODIGO
           READ CADCONV
           IF ST-ERRO NOT = "00"
              GO TO FAT-DETALHE-FIM.
           PERFORM FAT-VALOR THRU FAT-VALOR-FIM
           PERFORM FAT-TELE THRU FAT-TELE-FIM
           ADD 1 TO W-QTDGER
           MOVE CONVPACI  TO W-CONVACU
           MOVE 1         TO W-QTDACU
           MOVE 0         TO W-DIAACU
           MOVE VLRCOPART TO W-COPACU
           PERFORM FAT-ACUMULA THRU FAT-ACUMULA-FIM
           MOVE CONVPACI  TO FAT-CONV
           MOVE CRM       TO FAT-CRM
           MOVE 0 TO W-ACHOU
           PERFORM VARYING IND FROM 1 BY 1
              UNTIL IND > W-QTDTAB OR W-ACHOU = 1
              IF TCV-CONV(IND) = W-CONVACU
                 MOVE 1 TO W-ACHOU
              END-IF
           END-PERFORM
                 GO TO FAT-ACUMULA-FIM
              END-IF
              ADD 1 TO W-QTDTAB
              MOVE W-CONVACU TO TCV-CONV(W-QTDTAB)
              MOVE ZEROS TO TCV-QTD(W-QTDTAB) TCV-BRUTO(W-QTDTAB)
                            TCV-COPART(W-QTDTAB) TCV-DIAS(W-QTDTAB)
              MOVE W-QTDTAB TO IND
           END-IF
           ADD W-QTDACU  TO TCV-QTD(IND)
           ADD W-DIAACU  TO TCV-DIAS(IND)
           ADD W-VLRCONS TO TCV-BRUTO(IND)
           ADD W-COPACU  TO TCV-COPART(IND).
       FAT-ACUMULA-FIM.
           EXIT.

       FAT-VALOR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    TELECONSULTA: O CONVENIO RECEBE O CODIGO DE TELEMEDICINA
      *    QUE ACEITA E A CONSULTA VALE O PRECO DO PROCEDIMENTO DE
      *    TELEMEDICINA NO LUGAR DO VLRPLANO OU DA SOMA DO ATENDIM.
      *    CONVTEL INATIVADO CONTINUA VALENDO PARA O JA AGENDADO
       FAT-TELE.
           MOVE "P" TO FAT-MODAL
           MOVE SPACES TO FAT-CODTELE
           IF W-CTLTEL = 0
              GO TO FAT-TELE-FIM.
           MOVE CHAVEAGE TO CHAVETEL
           READ TELECON
           IF ST-ERRO7 NOT = "00"
              GO TO FAT-TELE-FIM.
           MOVE "T" TO FAT-MODAL
           IF W-CTLTLC = 0
              GO TO FAT-TELE-FIM.
           MOVE CONVPACI TO TLCCONV
           READ CONVTEL
           IF ST-ERRO8 NOT = "00"
              GO TO FAT-TELE-FIM.
           MOVE TLCCODEXT TO FAT-CODTELE
           IF W-CTLATE = 0 AND W-CTLPRC = 0
              GO TO FAT-TELE-FIM.
           MOVE TLCPROC TO CODPROC
           READ PROCED
           IF ST-ERRO4 = "00"
              PERFORM FAT-PRECO THRU FAT-PRECO-FIM
              MOVE W-VLRITEM TO W-VLRCONS.
       FAT-TELE-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    PRECO DO PROCEDIMENTO: O VALOR NEGOCIADO DO CONVENIO DA
      *    CONSULTA, QUANDO VIGENTE NA DATA; SENAO O VLRPROC CHEIO
       FAT-PRECO-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    DIARIAS DE LEITO DE OBSERVACAO LANCADAS NO INTMOV DENTRO
      *    DO MES (DATA DA SAIDA DO LEITO). O INTMOV VEM NA ORDEM DA
      *    INTERNACAO E SAI UMA LINHA POR INTERNACAO, SOMANDO AS
      *    DIARIAS DO MES. O CONVENIO E O DA INTERNACAO; AS DIARIAS
      *    DO PARTICULAR SAO COBRADAS NO CAIXA NA ALTA E FICAM FORA
       FAT-DIARIA.
           READ INTMOV NEXT RECORD
              AT END
                 MOVE 1 TO W-EOF-IMV
                 PERFORM FAT-DIAGRAVA THRU FAT-DIAGRAVA-FIM
                 GO TO FAT-DIARIA-FIM.
           IF IMVCHAVEINT NOT = W-INTANT
              PERFORM FAT-DIAGRAVA THRU FAT-DIAGRAVA-FIM
              PERFORM FAT-DIAINI THRU FAT-DIAINI-FIM.
           PERFORM FAT-DIALIN THRU FAT-DIALIN-FIM.
       FAT-DIARIA-FIM.
           EXIT.

      *    NOVA INTERNACAO: O REGINTERNA FICA NO BUFFER ATE A GRAVACAO
      *    DA LINHA DELA, NA QUEBRA SEGUINTE
       FAT-DIAINI.
           MOVE IMVCHAVEINT TO W-INTANT
           MOVE 0 TO W-DIAOK
           MOVE ZEROS TO W-VLRDIA W-QTDDIAINT
           MOVE IMVCHAVEINT TO CHAVEINT
           READ INTERNA
           IF ST-ERRO9 NOT = "00"
              GO TO FAT-DIAINI-FIM.
           IF INTCONV = W-CONVPARTIC
              GO TO FAT-DIAINI-FIM.
           MOVE INTCONV TO CODIGO
           READ CADCONV
           IF ST-ERRO NOT = "00"
              GO TO FAT-DIAINI-FIM.
           MOVE 1 TO W-DIAOK.
       FAT-DIAINI-FIM.
           EXIT.

       FAT-DIALIN.
           IF W-DIAOK = 0
              GO TO FAT-DIALIN-FIM.
           IF IMVTIPO NOT = "D" OR IMVANOMES NOT = W-ANOMES
              GO TO FAT-DIALIN-FIM.
           MOVE IMVCOD TO CODPROC
           READ PROCED
           IF ST-ERRO4 NOT = "00"
              DISPLAY "*** DIARIA COM PROCEDIMENTO " IMVCOD
                      " NAO CADASTRADO - FORA DA FATURA ***"
              GO TO FAT-DIALIN-FIM.
           PERFORM FAT-PRECODIA THRU FAT-PRECODIA-FIM
           COMPUTE W-VLRDIA = W-VLRDIA + (W-VLRITEM * IMVQTD)
           ADD IMVQTD TO W-QTDDIAINT.
       FAT-DIALIN-FIM.
           EXIT.

      *    LINHA DA INTERNACAO NA CHAVE DO ATENDIMENTO DE ORIGEM, SEM
      *    COPARTICIPACAO. A SEQUENCIA E 99 NA COMPETENCIA DA ENTRADA
      *    E DESCE UM POR MES DEPOIS DELA (ATE 90), PARA A INTERNACAO
      *    QUE ATRAVESSA O MES NAO REPETIR A CHAVE DO TITULO
       FAT-DIAGRAVA.
           IF W-QTDDIAINT = ZEROS
              GO TO FAT-DIAGRAVA-FIM.
           ADD W-QTDDIAINT TO W-QTDDIAGER
           MOVE INTCONV     TO W-CONVACU
           MOVE 0           TO W-QTDACU
           MOVE W-QTDDIAINT TO W-DIAACU
           MOVE 0           TO W-COPACU
           MOVE W-VLRDIA    TO W-VLRCONS
           PERFORM FAT-ACUMULA THRU FAT-ACUMULA-FIM
           MOVE INTDATA TO W-DTINT
           COMPUTE W-MESDIF = ((W-ANOFAT * 12) + W-MESFAT) -
                   ((W-ANOINT * 12) + W-MESINT)
           IF W-MESDIF < 0
              MOVE 0 TO W-MESDIF.
           IF W-MESDIF > 9
              MOVE 9 TO W-MESDIF.
           MOVE INTCONV   TO FAT-CONV
           MOVE INTCRM    TO FAT-CRM
           COMPUTE FAT-DATA = (W-ANOINT * 10000) + (W-MESINT * 100)
                   + W-DIAINT
           MOVE INTHORA   TO FAT-HORA
           COMPUTE FAT-SEQ = 99 - W-MESDIF
           MOVE INTCPF    TO FAT-CPF
           MOVE W-VLRDIA  TO FAT-VLR
           MOVE ZEROS     TO FAT-COPART
           MOVE "D"       TO FAT-MODAL
           MOVE SPACES    TO FAT-CODTELE
           WRITE LINHA-FAT FROM FAT-DET
           MOVE ZEROS TO W-QTDDIAINT W-VLRDIA.
       FAT-DIAGRAVA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    PRECO DA DIARIA: O NEGOCIADO DO CONVENIO DA INTERNACAO
      *    VIGENTE NA DATA DA DIARIA; SENAO O VLRPROC CHEIO
       FAT-PRECODIA.
           MOVE VLRPROC TO W-VLRITEM
           IF W-CTLPRE = 0
              GO TO FAT-PRECODIA-FIM.
           MOVE INTCONV TO PRECONVEN
           MOVE CODPROC TO PREPROC
           READ PRECONV
           IF ST-ERRO5 NOT = "00"
              GO TO FAT-PRECODIA-FIM.
           MOVE IMVDATA TO W-DTCONSCMP
           IF STATUSPRE NOT = "I" AND
              PREVIGINI NOT > W-DTCONSCMP
              MOVE PREVALOR TO W-VLRITEM.
       FAT-PRECODIA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       FAT-RESUMO.
           IF W-HEADER-OK = 0
           WRITE LINHA-REL FROM LIN-CAB2
           MOVE W-QTDCONS TO LR1-QTD
           WRITE LINHA-REL FROM LIN-RES1
           IF W-QTDDIAS > 0
              MOVE W-QTDDIAS TO LR1A-QTD
              WRITE LINHA-REL FROM LIN-RES1A
           END-IF
           MOVE W-VLRBRUTO TO LR2-VLR
           WRITE LINHA-REL FROM LIN-RES2
           MOVE W-VLRCOPART TO LR3-VLR
