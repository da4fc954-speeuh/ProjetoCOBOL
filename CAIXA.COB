      * O RECEBIMENTO (DINHEIRO/CARTAO) COM O OPERADOR DA *
      * SESSAO DO MENU E EMITE O COMPROVANTE. UM RECEBIMENTO *
      * POR CONSULTA (MESMA CHAVE CRM+DATA+HORA DA AGENDA) *
      * CONSULTA DO CONVENIO PARTICULAR E COBRADA PELO VALOR *
      * INTEGRAL (CONSULTA OU PROCEDIMENTOS DO ATENDIMENTO PELA *
      * TABELA PARTICULAR), COM DESCONTO AUTORIZADO POR *
      * SUPERVISOR, PARCELAMENTO NO CARTAO E RECIBO. PELA *
      * MESMA CHAVE DO ATENDIMENTO O CAIXA COBRA AS DIARIAS *
      * DE OBSERVACAO DA INTERNACAO PARTICULAR (NA ALTA) E OS *
      * EXAMES CONVERTIDOS PARA PARTICULAR NO PEDIDO *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ALTERNATE RECORD KEY IS NOME OF REGCADCONV
                                    WITH DUPLICATES.

            SELECT ATENDIM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEATE
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS CPFATE
                                    WITH DUPLICATES.

            SELECT PROCED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPROC
                    FILE STATUS  IS ST-ERRO4.

            SELECT PRECONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPRE
                    FILE STATUS  IS ST-ERRO5.

            SELECT OPERADOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPERID
                    FILE STATUS  IS ST-ERRO6.

            SELECT COMPET ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CMPANOMES
                    FILE STATUS  IS ST-ERRO7.

            SELECT INTERNA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEINT
                    FILE STATUS  IS ST-ERRO10
                    ALTERNATE RECORD KEY IS INTCPF
                                    WITH DUPLICATES.

            SELECT INTMOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEIMV
                    FILE STATUS  IS ST-ERRO11.

            SELECT PEDEXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPED
                    FILE STATUS  IS ST-ERRO8.

            SELECT COMPROV ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO2.
          03 CXOPERADOR       PIC X(08).
          03 CXDTRECEB        PIC 9(08).
          03 CXHRRECEB        PIC 9(04).
          03 CXTIPO           PIC X(01).
          03 CXVLRBRUTO       PIC 9(06)V99.
          03 CXDESCONTO       PIC 9(06)V99.
          03 CXVLRLIQ         PIC 9(06)V99.
          03 CXPARCELAS       PIC 9(02).
          03 CXSUPERV         PIC X(08).
      *    CXFORMA: D=DINHEIRO  C=CARTAO
      *    CXTIPO : C=COPARTICIPACAO (BRANCO NOS ANTIGOS)
      *             P=PARTICULAR (VALOR INTEGRAL)
      *    O VALOR RECEBIDO DO PARTICULAR E O CXVLRLIQ (BRUTO MENOS
      *    DESCONTO); CXVALOR FICA ZERADO. CXSUPERV: QUEM AUTORIZOU
      *    O DESCONTO
      *    CXSEQENC 95 A 99: DIARIAS DA INTERNACAO PARTICULAR
      *    (99 MENOS O ENCAIXE DA INTERNACAO)
      *    CXSEQENC 90 A 94: EXAMES CONVERTIDOS PARA PARTICULAR
      *    (AMBOS CXTIPO "P", NA CHAVE DO ATENDIMENTO DE ORIGEM)
      *
       FD AGENDA
               LABEL RECORD IS STANDARD
                03 VLRCOPART         PIC 9(04)V99.
                03 DTVALIDADE        PIC 9(08).
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
       FD OPERADOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "OPERADOR.DAT".
       01 REGOPERADOR.
                03 OPERID            PIC X(08).
                03 OPENOME           PIC X(30).
                03 OPESENHA          PIC X(08).
                03 OPENIVEL          PIC 9(01).
                03 OPEATIVO          PIC X(01).
                03 OPETENTA          PIC 9(01).
                03 OPEBLOQ           PIC X(01).
                03 OPEDTSENHA        PIC 9(08).
      *
       FD COMPROV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "COMPROV.DAT".
       01 LINHA-COMP         PIC X(60).
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
      *    INTSIT: I=INTERNADO  A=ALTA
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
      *             M=MATERIAL
      *    IMVDATA EM AAAAMMDD: SAIDA DO LEITO NA DIARIA
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
      *    PEDGUIA = "PARTICULAR": EXAME CONVERTIDO PARA PARTICULAR,
      *    A RECEBER; "PARTIC PAGO": JA RECEBIDO NO CAIXA
      *
       FD COMPET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "COMPET.DAT".
       01 REGCOMPET.
                03 CMPANOMES         PIC 9(06).
                03 CMPSIT            PIC X(01).
                03 FILLER            PIC X(74).
      *    CMPSIT: F=FECHADA  R=REABERTA (SEM REGISTRO = ABERTA)
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 ST-ERRO7      PIC X(02) VALUE "00".
       01 ST-ERRO8      PIC X(02) VALUE "00".
       01 ST-ERRO9      PIC X(02) VALUE "00".
       01 ST-ERRO10     PIC X(02) VALUE "00".
       01 ST-ERRO11     PIC X(02) VALUE "00".
       77 W-CTLCMP      PIC 9(01) VALUE ZEROS.
       77 W-CMPFECH     PIC 9(01) VALUE ZEROS.
       01 W-CMPDATA.
          03 W-CMPDIA   PIC 9(02).
          03 W-CMPMES   PIC 9(02).
          03 W-CMPANO   PIC 9(04).
       01 MASCVLR       PIC ZZZ9,99.
       01 MASCVLR2      PIC ZZZ.ZZ9,99.
      *    CONVENIO PARTICULAR (AUTOPAGAMENTO), O MESMO DO SMP004
       77 W-CONVPARTIC  PIC 9(04) VALUE 0001.
       77 W-CTLATE      PIC 9(01) VALUE ZEROS.
       77 W-CTLPRE      PIC 9(01) VALUE ZEROS.
       77 W-CTLOPE      PIC 9(01) VALUE ZEROS.
       77 W-AUTORIZ     PIC 9(01) VALUE ZEROS.
       77 W-SENHA       PIC X(08) VALUE SPACES.
       77 W-VLRITEM     PIC 9(06)V99 VALUE ZEROS.
       77 W-VLRPROCS    PIC 9(06)V99 VALUE ZEROS.
       77 W-DTCONSCMP   PIC 9(08) VALUE ZEROS.
       77 IND-PRO       PIC 9(01) VALUE ZEROS.
       77 W-QTDITEM     PIC 9(01) VALUE ZEROS.
      *    TIPO DE COBRANCA: C=CONSULTA  D=DIARIAS  E=EXAMES
       77 W-TPCOB       PIC X(01) VALUE SPACES.
       77 W-CPFCOB      PIC 9(11) VALUE ZEROS.
       77 W-CONVCOB     PIC 9(04) VALUE ZEROS.
       77 W-CTLINT      PIC 9(01) VALUE ZEROS.
       77 W-CTLPED      PIC 9(01) VALUE ZEROS.
       77 W-CTLPRC      PIC 9(01) VALUE ZEROS.
       77 W-FIMMOV      PIC 9(01) VALUE ZEROS.
       77 W-QTDEXA      PIC 9(02) VALUE ZEROS.
       77 W-LINITEM     PIC 9(02) VALUE ZEROS.
       77 IND-ITEM      PIC 9(01) VALUE ZEROS.
       77 W-SEQORI      PIC 9(02) VALUE ZEROS.
       01 W-DATACONS.
          03 W-DIACONS  PIC 9(02).
          03 W-MESCONS  PIC 9(02).
          03 W-ANOCONS  PIC 9(04).
      *    ITENS COBRADOS DO PARTICULAR, PARA O RECIBO
       01 TAB-ITEM.
          03 TI-ITEM    OCCURS 5 TIMES.
             05 TI-DESC PIC X(30).
             05 TI-VLR  PIC 9(06)V99.
       01 W-HORAG.
          03 W-HORAG4   PIC 9(04).
          03 FILLER     PIC 9(04).
       01 LIN-CO7.
          03 FILLER      PIC X(10) VALUE "OPERADOR: ".
          03 LCO7-OPER   PIC X(08).
       01 LIN-RP2.
          03 FILLER      PIC X(06) VALUE SPACES.
          03 FILLER      PIC X(34) VALUE
             "RECIBO - ATENDIMENTO PARTICULAR".
       01 LIN-RP3.
          03 FILLER      PIC X(10) VALUE "CPF     : ".
          03 LRP3-CPF    PIC 9(11).
       01 LIN-RP4.
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LRP4-DESC   PIC X(30).
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LRP4-VLR    PIC ZZZ.ZZ9,99.
       01 LIN-RP5.
          03 FILLER      PIC X(16) VALUE "VALOR INTEGRAL: ".
          03 LRP5-VLR    PIC ZZZ.ZZ9,99.
       01 LIN-RP6.
          03 FILLER      PIC X(16) VALUE "DESCONTO      : ".
          03 LRP6-VLR    PIC ZZZ.ZZ9,99.
          03 FILLER      PIC X(10) VALUE "  AUTORIZ.".
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LRP6-SUPERV PIC X(08).
       01 LIN-RP7.
          03 FILLER      PIC X(16) VALUE "VALOR PAGO    : ".
          03 LRP7-VLR    PIC ZZZ.ZZ9,99.
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LRP7-FORMA  PIC X(08).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LRP7-PARC   PIC Z9.
          03 LRP7-X      PIC X(02).
      *
       LINKAGE SECTION.
       01 PARM-SESSAO.
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CAIXA AGENDA CADPACI
              GO TO ROT-FIM.
      *    ATENDIMENTO, PROCEDIMENTOS E TABELA DE PRECOS SO SERVEM A
      *    COBRANCA DO PARTICULAR E SAO OPCIONAIS: SEM ELES O VALOR
      *    INTEGRAL E O VLRPLANO DO CONVENIO PARTICULAR
       INC-OP3A.
           MOVE 0 TO W-CTLATE
           OPEN INPUT ATENDIM
           IF ST-ERRO3 = "00"
              OPEN INPUT PROCED
              IF ST-ERRO4 = "00"
                 MOVE 1 TO W-CTLATE
              ELSE
                 CLOSE ATENDIM.
           MOVE 0 TO W-CTLPRE
           IF W-CTLATE = 1
              OPEN INPUT PRECONV
              IF ST-ERRO5 = "00"
                 MOVE 1 TO W-CTLPRE.
      *    SEM O CADASTRO DE OPERADORES SO QUEM ENTROU COMO
      *    SUPERVISOR PODE CONCEDER DESCONTO
       INC-OP3B.
           MOVE 0 TO W-CTLOPE
           OPEN INPUT OPERADOR
           IF ST-ERRO6 = "00"
              MOVE 1 TO W-CTLOPE.
      *    O CONTROLE DE COMPETENCIAS E OPCIONAL: SEM O COMPET
      *    IMPLANTADO NENHUM MES ESTA FECHADO
       INC-OPF.
           OPEN INPUT COMPET
           IF ST-ERRO7 = "00"
              MOVE 1 TO W-CTLCMP.
      *    DIARIAS E EXAMES PARTICULARES SO COM O CONTROLE DE LEITOS
      *    E OS PEDIDOS DE EXAME IMPLANTADOS. O PRECO SAI DO PROCED,
      *    ABERTO AQUI QUANDO O ATENDIMENTO NAO O ABRIU
       INC-OPG.
           OPEN INPUT INTERNA
           IF ST-ERRO10 = "00"
              OPEN INPUT INTMOV
              IF ST-ERRO11 = "00"
                 MOVE 1 TO W-CTLINT
              ELSE
                 CLOSE INTERNA.
           OPEN I-O PEDEXA
           IF ST-ERRO8 = "00"
              MOVE 1 TO W-CTLPED.
           IF W-CTLATE = 1
              GO TO INC-OP4.
           IF W-CTLINT = 0 AND W-CTLPED = 0
              GO TO INC-OP4.
           OPEN INPUT PROCED
           IF ST-ERRO4 NOT = "00"
              GO TO INC-OP4.
           MOVE 1 TO W-CTLPRC
           OPEN INPUT PRECONV
           IF ST-ERRO5 = "00"
              MOVE 1 TO W-CTLPRE.
       INC-OP4.
           OPEN EXTEND COMPROV
           IF ST-ERRO2 NOT = "00"

       INC-001.
           MOVE ZEROS TO CHAVECX CXCPF CXCONV CXVALOR
           MOVE ZEROS TO CXVLRBRUTO CXDESCONTO CXVLRLIQ CXPARCELAS
           MOVE SPACES TO CXFORMA CXTIPO CXSUPERV.
                    DISPLAY (01, 01) ERASE.
                    DISPLAY (01, 15) "CAIXA - COPARTICIPACAO"
                    DISPLAY (02, 01) "COBRANCA (C/D/E):"
                    DISPLAY (02, 21)
                       "C=CONSULTA D=DIARIAS E=EXAMES PARTIC."
                    DISPLAY (03, 01) "CRM DO MEDICO   :"
                    DISPLAY (04, 01) "DATA (DDMMAAAA) :"
                    DISPLAY (05, 01) "HORARIO (HHMM)  :"
                    DISPLAY (12, 01) "VALOR RECEBIDO  :"
                    DISPLAY (23, 01) " MENSAGEM :".

       INC-001A.
                MOVE "C" TO W-TPCOB
                ACCEPT (02, 19) W-TPCOB WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-TPCOB = "c" MOVE "C" TO W-TPCOB.
                IF W-TPCOB = "d" MOVE "D" TO W-TPCOB.
                IF W-TPCOB = "e" MOVE "E" TO W-TPCOB.
                IF W-TPCOB NOT = "C" AND W-TPCOB NOT = "D" AND
                   W-TPCOB NOT = "E"
                   MOVE "*** DIGITE C, D OU E ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001A.
                IF W-TPCOB = "D" AND W-CTLINT = 0
                   MOVE "* CONTROLE DE LEITOS NAO IMPLANTADO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001A.
                IF W-TPCOB = "E" AND W-CTLPED = 0
                   MOVE "* ARQUIVO PEDEXA NAO ENCONTRADO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001A.
                IF W-TPCOB NOT = "C" AND W-CTLATE = 0 AND
                   W-CTLPRC = 0
                   MOVE "* ARQUIVO PROCED NAO ENCONTRADO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001A.
       INC-002.
                ACCEPT (03, 19) CXCRM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO INC-001A.
                IF CXCRM = ZEROS
                   MOVE "*** CRM INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
      *    DIARIAS E EXAMES SAO RECEBIDOS DEPOIS DO ATENDIMENTO, COM
      *    A DATA DE HOJE: SO A CONSULTA E PRESA A COMPETENCIA DELA
                MOVE CXDATACONS TO W-CMPDATA
                PERFORM VAL-COMPET THRU VAL-COMPET-FIM
                IF W-CMPFECH = 1 AND W-TPCOB = "C"
                   MOVE "* COMPETENCIA FECHADA, DATA BLOQUEADA *"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT (05, 19) CXHORACONS
                ACCEPT W-ACT FROM ESCAPE KEY
                ACCEPT (06, 19) CXSEQENC WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF W-TPCOB = "D"
                   GO TO DIA-001.
                IF W-TPCOB = "E"
                   GO TO EXA-001.
      *    A CONSULTA PRECISA TER PASSADO PELO CHECK-IN DE CHEGADA
      *    (CHEGOU OU JA REALIZADA) PARA COBRAR A COPARTICIPACAO
       LER-AGENDA01.
       LER-CAIXA01.
                READ CAIXA
                IF ST-ERRO9 = "00"
                   MOVE "* CONSULTA JA RECEBIDA NO CAIXA *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
       LER-PACI01.
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                DISPLAY (08, 19) NOME OF REGCADCONV
                MOVE CPFAGE TO W-CPFCOB
                MOVE CONVPACI TO W-CONVCOB
                IF CONVPACI = W-CONVPARTIC
                   GO TO PAR-001.
                MOVE VLRCOPART TO MASCVLR
                DISPLAY (09, 19) MASCVLR
                IF VLRCOPART = ZEROS
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 AND CXTIPO = "P" AND CXFORMA = "C"
                   GO TO PAR-004.
                IF W-ACT = 02 AND CXTIPO = "P" GO TO PAR-003.
                IF W-ACT = 02 GO TO INC-006.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                IF CXTIPO NOT = "P"
                   MOVE "C" TO CXTIPO
                   MOVE CXVALOR TO CXVLRBRUTO CXVLRLIQ
                   MOVE ZEROS TO CXDESCONTO
                   MOVE 01 TO CXPARCELAS
                   MOVE SPACES TO CXSUPERV.
                MOVE W-CPFCOB TO CXCPF
                MOVE W-CONVCOB TO CXCONV
                MOVE W-OPERADOR TO CXOPERADOR
                ACCEPT CXDTRECEB FROM DATE YYYYMMDD
                ACCEPT W-HORAG FROM TIME
                MOVE W-HORAG4 TO CXHRRECEB
                WRITE REGCAIXA
                IF ST-ERRO9 = "00" OR "02"
                   IF W-TPCOB = "E"
                      PERFORM EXA-PAGO THRU EXA-PAGO-FIM
                   END-IF
                   PERFORM COMP-GRAVA THRU COMP-GRAVA-FIM
                   MOVE "*** RECEBIMENTO REGISTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF ST-ERRO9 = "22"
                   MOVE "* CONSULTA JA RECEBIDA NO CAIXA *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001
                ELSE
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.

      *
      *****************************************
      * COBRANCA DO ATENDIMENTO PARTICULAR    *
      *****************************************
      *
       PAR-001.
                MOVE "P" TO CXTIPO
                DISPLAY (01, 15) "CAIXA - PARTICULAR    "
                IF W-TPCOB = "C"
                   PERFORM PAR-VALOR THRU PAR-VALOR-FIM.
                DISPLAY (09, 01) "VALOR INTEGRAL  :"
                MOVE CXVLRBRUTO TO MASCVLR2
                DISPLAY (09, 19) MASCVLR2
                IF CXVLRBRUTO = ZEROS
                   MOVE "* PARTICULAR SEM VALOR NA TABELA *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                DISPLAY (10, 01) "DESCONTO        :"
                DISPLAY (13, 01) "PARCELAS CARTAO :".
      *    DESCONTO SO COM AUTORIZACAO DO SUPERVISOR (NIVEL 3)
       PAR-002.
                ACCEPT (10, 19) CXDESCONTO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-001.
                IF CXDESCONTO NOT < CXVLRBRUTO
                   MOVE "*** DESCONTO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PAR-002.
                MOVE SPACES TO CXSUPERV
                IF CXDESCONTO > ZEROS
                   PERFORM PAR-SUPERV THRU PAR-SUPERV-FIM
                   IF W-AUTORIZ = 0
                      MOVE ZEROS TO CXDESCONTO
                      GO TO PAR-002.
                COMPUTE CXVLRLIQ = CXVLRBRUTO - CXDESCONTO
                MOVE CXVLRLIQ TO MASCVLR2
                DISPLAY (12, 19) MASCVLR2.
       PAR-003.
                ACCEPT (11, 19) CXFORMA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO PAR-002.
                IF CXFORMA NOT = "D" AND CXFORMA NOT = "d" AND
                   CXFORMA NOT = "C" AND CXFORMA NOT = "c"
                   MOVE "* DIGITE D=DINHEIRO OU C=CARTAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PAR-003.
                IF CXFORMA = "d"
                   MOVE "D" TO CXFORMA.
                IF CXFORMA = "c"
                   MOVE "C" TO CXFORMA.
                MOVE 01 TO CXPARCELAS
                IF CXFORMA = "D"
                   DISPLAY (13, 19) CXPARCELAS
                   GO TO INC-OPC.
      *    PARCELAMENTO SO NO CARTAO, EM ATE 12 VEZES
       PAR-004.
                ACCEPT (13, 19) CXPARCELAS WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO PAR-003.
                IF CXPARCELAS < 01 OR CXPARCELAS > 12
                   MOVE "* PARCELAS DE 1 A 12 *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PAR-004.
                GO TO INC-OPC.

      *-----------------------------------------------------------------
      *    VALOR INTEGRAL DO PARTICULAR: A SOMA DOS PROCEDIMENTOS
      *    REGISTRADOS NO ATENDIMENTO, QUANDO EXISTE; SENAO O VLRPLANO
      *    DO CONVENIO PARTICULAR (A CONSULTA). CADA PROCEDIMENTO VALE
      *    O PRECO DA TABELA PARTICULAR (PRECONV DO CONVENIO
      *    PARTICULAR) QUANDO VIGENTE, SENAO O VLRPROC CHEIO
       PAR-VALOR.
           MOVE VLRPLANO TO CXVLRBRUTO
           MOVE 1 TO W-QTDITEM
           MOVE "CONSULTA" TO TI-DESC(1)
           MOVE VLRPLANO TO TI-VLR(1)
           IF W-CTLATE = 0
              GO TO PAR-VALOR-FIM.
           MOVE CRM      TO CRMATE
           MOVE DATACONS TO DATAATE
           MOVE HORACONS TO HORAATE
           MOVE SEQENC   TO SEQATE
           READ ATENDIM
           IF ST-ERRO3 NOT = "00"
              GO TO PAR-VALOR-FIM.
           MOVE DATACONS TO W-DATACONS
           COMPUTE W-DTCONSCMP = (W-ANOCONS * 10000) +
                   (W-MESCONS * 100) + W-DIACONS
           MOVE 0 TO W-VLRPROCS W-QTDITEM
           PERFORM PAR-PROC THRU PAR-PROC-FIM
              VARYING IND-PRO FROM 1 BY 1 UNTIL IND-PRO > 5
           IF W-VLRPROCS NOT = ZEROS
              MOVE W-VLRPROCS TO CXVLRBRUTO
           ELSE
              MOVE 1 TO W-QTDITEM.
       PAR-VALOR-FIM.
           EXIT.

       PAR-PROC.
           IF PROCATE(IND-PRO) = ZEROS
              GO TO PAR-PROC-FIM.
           MOVE PROCATE(IND-PRO) TO CODPROC
           READ PROCED
           IF ST-ERRO4 NOT = "00"
              GO TO PAR-PROC-FIM.
           MOVE VLRPROC TO W-VLRITEM
           IF W-CTLPRE = 1
              MOVE W-CONVPARTIC TO PRECONVEN
              MOVE CODPROC      TO PREPROC
              READ PRECONV
              IF ST-ERRO5 = "00" AND STATUSPRE NOT = "I" AND
                 PREVIGINI NOT > W-DTCONSCMP
                 MOVE PREVALOR TO W-VLRITEM
              END-IF
           END-IF
           ADD W-VLRITEM TO W-VLRPROCS
           ADD 1 TO W-QTDITEM
           MOVE DESCPROC  TO TI-DESC(W-QTDITEM)
           MOVE W-VLRITEM TO TI-VLR(W-QTDITEM).
       PAR-PROC-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    AUTORIZACAO DO DESCONTO: OPERADOR SUPERVISOR DA SESSAO
      *    AUTORIZA DIRETO; SENAO UM SUPERVISOR ATIVO DIGITA A SENHA
       PAR-SUPERV.
           MOVE 0 TO W-AUTORIZ
           IF SES-NIVEL = 3
              MOVE W-OPERADOR TO CXSUPERV
              MOVE 1 TO W-AUTORIZ
              GO TO PAR-SUPERV-FIM.
           IF W-CTLOPE = 0
              MOVE "* DESCONTO SO COM SUPERVISOR *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PAR-SUPERV-FIM.
           DISPLAY (15, 01) "SUPERVISOR      :"
           DISPLAY (16, 01) "SENHA           :"
           MOVE SPACES TO OPERID W-SENHA
           ACCEPT (15, 19) OPERID
           ACCEPT (16, 19) W-SENHA
           DISPLAY (15, 01) LIMPA
           DISPLAY (16, 01) LIMPA
           READ OPERADOR
           IF ST-ERRO6 NOT = "00"
              MOVE "* SUPERVISOR NAO AUTORIZOU *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PAR-SUPERV-FIM.
           IF OPESENHA NOT = W-SENHA OR OPENIVEL < 3 OR
              (OPEATIVO NOT = "S" AND OPEATIVO NOT = "s") OR
              OPEBLOQ = "S"
              MOVE "* SUPERVISOR NAO AUTORIZOU *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PAR-SUPERV-FIM.
           MOVE OPERID TO CXSUPERV
           MOVE 1 TO W-AUTORIZ.
       PAR-SUPERV-FIM.
           EXIT.

      *
      *****************************************
      * COBRANCA DAS DIARIAS DE OBSERVACAO    *
      *****************************************
      *
      *    INTERNACAO PARTICULAR COM ALTA: AS DIARIAS LANCADAS NO
      *    INTMOV SAO COBRADAS DE UMA VEZ, NA CHAVE DO ATENDIMENTO DE
      *    ORIGEM COM A SEQUENCIA 99 MENOS O ENCAIXE (95 A 99), PARA
      *    QUE AS INTERNACOES DE ENCAIXES DO MESMO HORARIO NAO SE
      *    CHOQUEM. A INTERNACAO DE CONVENIO SAI NA FATURA DO FATCONV
       DIA-001.
                MOVE CXCRM      TO INTCRM
                MOVE CXDATACONS TO INTDATA
                MOVE CXHORACONS TO INTHORA
                MOVE CXSEQENC   TO INTSEQ
                READ INTERNA
                IF ST-ERRO10 NOT = "00"
                   MOVE "* INTERNACAO NAO ENCONTRADA *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                IF INTCONV NOT = W-CONVPARTIC
                   MOVE "* INTERNACAO DE CONVENIO, VAI NA FATURA *"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF INTSIT NOT = "A"
                   MOVE "* DIARIAS SO SAO COBRADAS NA ALTA *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF INTSEQ > 04
                   MOVE "* ENCAIXE SEM SEQUENCIA PARA AS DIARIAS *"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                COMPUTE CXSEQENC = 99 - INTSEQ
                READ CAIXA
                IF ST-ERRO9 = "00"
                   MOVE "* DIARIAS JA RECEBIDAS NO CAIXA *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                PERFORM DIA-VALOR THRU DIA-VALOR-FIM
                IF W-QTDITEM = ZEROS
                   MOVE "* INTERNACAO SEM DIARIAS LANCADAS *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE INTCPF  TO W-CPFCOB
                MOVE INTCONV TO W-CONVCOB
                GO TO COB-001.

       DIA-VALOR.
           MOVE ZEROS TO CXVLRBRUTO W-QTDITEM
           MOVE 0 TO W-FIMMOV
           MOVE CHAVEINT TO IMVCHAVEINT
           MOVE ZEROS TO IMVSEQ
           START INTMOV KEY IS NOT LESS THAN CHAVEIMV
           IF ST-ERRO11 NOT = "00"
              GO TO DIA-VALOR-FIM.
           PERFORM DIA-VALOR1 THRU DIA-VALOR1-FIM
              UNTIL W-FIMMOV = 1.
       DIA-VALOR-FIM.
           EXIT.

       DIA-VALOR1.
           READ INTMOV NEXT RECORD
           IF ST-ERRO11 NOT = "00" OR IMVCHAVEINT NOT = CHAVEINT
              MOVE 1 TO W-FIMMOV
              GO TO DIA-VALOR1-FIM.
           IF IMVTIPO NOT = "D"
              GO TO DIA-VALOR1-FIM.
           MOVE IMVCOD TO CODPROC
           READ PROCED
           IF ST-ERRO4 NOT = "00"
              GO TO DIA-VALOR1-FIM.
           MOVE IMVDATA TO W-DTCONSCMP
           PERFORM COB-PRECO THRU COB-PRECO-FIM
           COMPUTE W-VLRITEM = W-VLRITEM * IMVQTD
           PERFORM COB-ITEM THRU COB-ITEM-FIM.
       DIA-VALOR1-FIM.
           EXIT.

      *
      *****************************************
      * COBRANCA DOS EXAMES PARTICULARES      *
      *****************************************
      *
      *    EXAMES DO PEDIDO CONVERTIDOS PARA PARTICULAR NA
      *    ELEGIBILIDADE (GUIA "PARTICULAR") E NAO CANCELADOS. CADA
      *    RECEBIMENTO VAI NA CHAVE DO ATENDIMENTO COM A PRIMEIRA
      *    SEQUENCIA LIVRE DE 94 PARA BAIXO, E OS EXAMES RECEBIDOS
      *    FICAM COM A GUIA "PARTIC PAGO"
       EXA-001.
                MOVE CXSEQENC TO W-SEQORI
                PERFORM EXA-SEQ THRU EXA-SEQ-FIM
                IF CXSEQENC < 90
                   MOVE "* LIMITE DE RECEBIMENTOS DE EXAMES *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE ZEROS TO CXCPF CXCONV CXVALOR CXDESCONTO
                MOVE ZEROS TO CXVLRLIQ CXPARCELAS CXDTRECEB CXHRRECEB
                MOVE SPACES TO CXFORMA CXTIPO CXSUPERV CXOPERADOR
                MOVE ZEROS TO CXVLRBRUTO W-QTDITEM W-QTDEXA
                MOVE 0 TO W-FIMMOV
                MOVE CXCRM      TO PEDCRM
                MOVE CXDATACONS TO PEDDATA
                MOVE CXHORACONS TO PEDHORA
                MOVE W-SEQORI   TO PEDSEQENC
                MOVE ZEROS      TO PEDITEM
                START PEDEXA KEY IS NOT LESS THAN CHAVEPED
                IF ST-ERRO8 = "00"
                   PERFORM EXA-VALOR THRU EXA-VALOR-FIM
                      UNTIL W-FIMMOV = 1.
                IF W-QTDEXA = ZEROS
                   MOVE "* NENHUM EXAME PARTICULAR A RECEBER *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE W-CONVPARTIC TO W-CONVCOB
                GO TO COB-001.

       EXA-VALOR.
           READ PEDEXA NEXT RECORD
           IF ST-ERRO8 NOT = "00" OR PEDCRM NOT = CXCRM OR
              PEDDATA NOT = CXDATACONS OR PEDHORA NOT = CXHORACONS OR
              PEDSEQENC NOT = W-SEQORI
              MOVE 1 TO W-FIMMOV
              GO TO EXA-VALOR-FIM.
           IF PEDGUIA NOT = "PARTICULAR" OR PEDSITUACAO = "X"
              GO TO EXA-VALOR-FIM.
           MOVE PEDPROC TO CODPROC
           READ PROCED
           IF ST-ERRO4 NOT = "00"
              GO TO EXA-VALOR-FIM.
           MOVE PEDDTPED TO W-DTCONSCMP
           PERFORM COB-PRECO THRU COB-PRECO-FIM
           PERFORM COB-ITEM THRU COB-ITEM-FIM
           ADD 1 TO W-QTDEXA
           MOVE PEDCPF TO W-CPFCOB.
       EXA-VALOR-FIM.
           EXIT.

      *    PRIMEIRA SEQUENCIA LIVRE DE 94 PARA BAIXO (ABAIXO DE 90 NAO
      *    HA MAIS LUGAR NA CHAVE DO ATENDIMENTO; 95 A 99 SAO DAS
      *    DIARIAS)
       EXA-SEQ.
           MOVE 94 TO CXSEQENC.
       EXA-SEQ1.
           READ CAIXA
           IF ST-ERRO9 NOT = "00"
              GO TO EXA-SEQ-FIM.
           SUBTRACT 1 FROM CXSEQENC
           IF CXSEQENC > 89
              GO TO EXA-SEQ1.
       EXA-SEQ-FIM.
           EXIT.

      *    RECEBIMENTO GRAVADO: OS EXAMES COBRADOS SAEM DA COBRANCA
       EXA-PAGO.
           MOVE 0 TO W-FIMMOV
           MOVE CXCRM      TO PEDCRM
           MOVE CXDATACONS TO PEDDATA
           MOVE CXHORACONS TO PEDHORA
           MOVE W-SEQORI   TO PEDSEQENC
           MOVE ZEROS      TO PEDITEM
           START PEDEXA KEY IS NOT LESS THAN CHAVEPED
           IF ST-ERRO8 NOT = "00"
              GO TO EXA-PAGO-FIM.
           PERFORM EXA-PAGO1 THRU EXA-PAGO1-FIM
              UNTIL W-FIMMOV = 1.
       EXA-PAGO-FIM.
           EXIT.

       EXA-PAGO1.
           READ PEDEXA NEXT RECORD
           IF ST-ERRO8 NOT = "00" OR PEDCRM NOT = CXCRM OR
              PEDDATA NOT = CXDATACONS OR PEDHORA NOT = CXHORACONS OR
              PEDSEQENC NOT = W-SEQORI
              MOVE 1 TO W-FIMMOV
              GO TO EXA-PAGO1-FIM.
           IF PEDGUIA NOT = "PARTICULAR" OR PEDSITUACAO = "X"
              GO TO EXA-PAGO1-FIM.
           MOVE PEDPROC TO CODPROC
           READ PROCED
           IF ST-ERRO4 NOT = "00"
              GO TO EXA-PAGO1-FIM.
           MOVE "PARTIC PAGO" TO PEDGUIA
           REWRITE REGPEDEXA
           IF ST-ERRO8 NOT = "00" AND ST-ERRO8 NOT = "02"
              MOVE "ERRO NA REGRAVACAO DO ARQUIVO PEDEXA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE 1 TO W-FIMMOV.
       EXA-PAGO1-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    PACIENTE E CONVENIO DA COBRANCA DE DIARIAS OU EXAMES; O
      *    VALOR INTEGRAL JA ESTA EM CXVLRBRUTO E OS ITENS NA TABELA
       COB-001.
                MOVE W-CPFCOB TO CPF
                READ CADPACI KEY IS CPF
                IF ST-ERRO = "00"
                   DISPLAY (07, 19) NOMEPACI
                ELSE
                   MOVE SPACES TO NOMEPACI
                   DISPLAY (07, 19) "(NAO CADASTRADO)              ".
                MOVE W-CONVCOB TO CODIGO
                READ CADCONV KEY IS CODIGO
                IF ST-ERRO NOT = "00"
                   MOVE "* CONVENIO NAO CADASTRADO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                DISPLAY (08, 19) NOME OF REGCADCONV
                PERFORM COB-MOSTRA THRU COB-MOSTRA-FIM
                   VARYING IND-ITEM FROM 1 BY 1
                   UNTIL IND-ITEM > W-QTDITEM
                GO TO PAR-001.

       COB-MOSTRA.
           COMPUTE W-LINITEM = 16 + IND-ITEM
           MOVE TI-VLR(IND-ITEM) TO MASCVLR2
           DISPLAY (W-LINITEM, 01) TI-DESC(IND-ITEM)
           DISPLAY (W-LINITEM, 33) MASCVLR2.
       COB-MOSTRA-FIM.
           EXIT.

      *    PRECO PARTICULAR DO PROCEDIMENTO (PRECONV DO CONVENIO
      *    PARTICULAR VIGENTE EM W-DTCONSCMP), SENAO O VLRPROC CHEIO
       COB-PRECO.
           MOVE VLRPROC TO W-VLRITEM
           IF W-CTLPRE = 0
              GO TO COB-PRECO-FIM.
           MOVE W-CONVPARTIC TO PRECONVEN
           MOVE CODPROC      TO PREPROC
           READ PRECONV
           IF ST-ERRO5 = "00" AND STATUSPRE NOT = "I" AND
              PREVIGINI NOT > W-DTCONSCMP
              MOVE PREVALOR TO W-VLRITEM.
       COB-PRECO-FIM.
           EXIT.

      *    ACUMULA O ITEM NO RECIBO (MESMO PROCEDIMENTO EM SEGUIDA
      *    SOMA NA MESMA LINHA; DO SEXTO EM DIANTE, "DEMAIS ITENS")
       COB-ITEM.
           ADD W-VLRITEM TO CXVLRBRUTO
           IF W-QTDITEM > 0
              IF TI-DESC(W-QTDITEM) = DESCPROC
                 ADD W-VLRITEM TO TI-VLR(W-QTDITEM)
                 GO TO COB-ITEM-FIM.
           IF W-QTDITEM = 5
              MOVE "DEMAIS ITENS" TO TI-DESC(5)
              ADD W-VLRITEM TO TI-VLR(5)
              GO TO COB-ITEM-FIM.
           ADD 1 TO W-QTDITEM
           MOVE DESCPROC  TO TI-DESC(W-QTDITEM)
           MOVE W-VLRITEM TO TI-VLR(W-QTDITEM).
       COB-ITEM-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    COMPROVANTE IMPRESSO EM COMPROV.DAT (UM ATRAS DO OUTRO)
       COMP-GRAVA.
           IF CXTIPO = "P"
              PERFORM COMP-RECIBO THRU COMP-RECIBO-FIM
              GO TO COMP-GRAVA-FIM.
           WRITE LINHA-COMP FROM LIN-CO1
           WRITE LINHA-COMP FROM LIN-CO2
           MOVE CXDTRECEB TO LCO3-DATA
       COMP-GRAVA-FIM.
           EXIT.

      *    RECIBO DO PARTICULAR: ITENS COBRADOS, DESCONTO E PARCELAS
       COMP-RECIBO.
           WRITE LINHA-COMP FROM LIN-CO1
           WRITE LINHA-COMP FROM LIN-RP2
           MOVE CXDTRECEB TO LCO3-DATA
           MOVE CXHRRECEB TO LCO3-HORA
           WRITE LINHA-COMP FROM LIN-CO3
           MOVE NOMEPACI TO LCO4-NOME
           WRITE LINHA-COMP FROM LIN-CO4
           MOVE CXCPF TO LRP3-CPF
           WRITE LINHA-COMP FROM LIN-RP3
           PERFORM COMP-ITEM THRU COMP-ITEM-FIM
              VARYING IND-PRO FROM 1 BY 1 UNTIL IND-PRO > W-QTDITEM
           MOVE CXVLRBRUTO TO LRP5-VLR
           WRITE LINHA-COMP FROM LIN-RP5
           IF CXDESCONTO > ZEROS
              MOVE CXDESCONTO TO LRP6-VLR
              MOVE CXSUPERV TO LRP6-SUPERV
              WRITE LINHA-COMP FROM LIN-RP6
           END-IF
           MOVE CXVLRLIQ TO LRP7-VLR
           MOVE SPACES TO LRP7-X
           MOVE ZEROS TO LRP7-PARC
           IF CXFORMA = "D"
              MOVE "DINHEIRO" TO LRP7-FORMA
           ELSE
              MOVE "CARTAO" TO LRP7-FORMA
              MOVE CXPARCELAS TO LRP7-PARC
              MOVE "X" TO LRP7-X
           END-IF
           WRITE LINHA-COMP FROM LIN-RP7
           MOVE CXOPERADOR TO LCO7-OPER
           WRITE LINHA-COMP FROM LIN-CO7
           WRITE LINHA-COMP FROM LIN-CO1.
       COMP-RECIBO-FIM.
           EXIT.

       COMP-ITEM.
           MOVE TI-DESC(IND-PRO) TO LRP4-DESC
           MOVE TI-VLR(IND-PRO)  TO LRP4-VLR
           WRITE LINHA-COMP FROM LIN-RP4.
       COMP-ITEM-FIM.
           EXIT.

      *
      *    RECUSA MOVIMENTO COM DATA EM COMPETENCIA JA FECHADA NO
      *    FECHCOMP. W-CMPDATA EM DDMMAAAA
      *    W-CMPFECH: 0 = ABERTA   1 = FECHADA
       VAL-COMPET.
                MOVE 0 TO W-CMPFECH
                IF W-CTLCMP = 0
                   GO TO VAL-COMPET-FIM.
                COMPUTE CMPANOMES = (W-CMPANO * 100) + W-CMPMES
                READ COMPET
                IF ST-ERRO7 = "00" AND CMPSIT = "F"
                   MOVE 1 TO W-CMPFECH.
       VAL-COMPET-FIM.
                EXIT.
      *-------------------------------------------------------------
       ROT-FIM.
           IF W-CTLATE = 1
              CLOSE ATENDIM PROCED
           END-IF
           IF W-CTLPRE = 1
              CLOSE PRECONV
           END-IF
           IF W-CTLOPE = 1
              CLOSE OPERADOR
           END-IF
           IF W-CTLCMP = 1
              CLOSE COMPET
           END-IF
           IF W-CTLINT = 1
              CLOSE INTERNA INTMOV
           END-IF
           IF W-CTLPED = 1
              CLOSE PEDEXA
           END-IF
           IF W-CTLPRC = 1
              CLOSE PROCED
           END-IF
           CLOSE CAIXA AGENDA CADPACI CADCONV COMPROV.
           DISPLAY (01, 01) ERASE.
           EXIT PROGRAM.
