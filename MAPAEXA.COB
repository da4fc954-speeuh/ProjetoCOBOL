       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAPAEXA.
      *AUTHOR. LUCAS ALVES VIEIRA.
      ********************************************************
      * MAPA DO DIA DOS EQUIPAMENTOS DE EXAME *
      * DADA UMA DATA (OU AMANHA POR OMISSAO) LE O AGEEXA NA *
      * ORDEM DA CHAVE, QUEBRA POR EQUIPAMENTO E IMPRIME UMA *
      * PAGINA POR APARELHO COM HORARIO, DURACAO, PACIENTE, *
      * TELEFONE, EXAME E SITUACAO. CANCELADOS NAO SAEM *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT AGEEXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEEXA
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS EXAPED
                                    WITH DUPLICATES.

            SELECT CADEQP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEEQP
                    FILE STATUS  IS ST-ERRO.

            SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMEPACI
                                    WITH DUPLICATES.

            SELECT PROCED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPROC
                    FILE STATUS  IS ST-ERRO.

            SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO2.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD AGEEXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AGEEXA.DAT".
       01 REGAGEEXA.
                03 CHAVEEXA.
                   05 EXAUNID           PIC 9(02).
                   05 EXAEQP            PIC 9(03).
                   05 EXADATA           PIC 9(08).
                   05 EXAHORA           PIC 9(04).
                   05 EXASEQ            PIC 9(01).
                03 EXAPED               PIC X(22).
                03 EXAPROC              PIC 9(04).
                03 EXACPF               PIC 9(11).
                03 EXADURA              PIC 9(03).
                03 EXASIT               PIC X(01).
                03 EXAOPER              PIC X(08).
                03 EXADTREAL            PIC 9(08).
                03 FILLER               PIC X(20).
      *
       FD CADEQP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEQP.DAT".
       01 REGCADEQP.
                03 CHAVEEQP.
                   05 EQPUNID           PIC 9(02).
                   05 EQPCOD            PIC 9(03).
                03 EQPDESC              PIC X(30).
                03 FILLER               PIC X(119).
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
       FD PROCED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PROCED.DAT".
       01 REGPROCED.
                03 CODPROC           PIC 9(04).
                03 DESCPROC          PIC X(30).
                03 VLRPROC           PIC 9(06)V99.
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
       77 W-EOF-EXA      PIC 9(01) VALUE ZEROS.
       77 W-PAGINA       PIC 9(04) VALUE ZEROS.
       77 W-EQPANT       PIC 9(05) VALUE ZEROS.
       77 W-EQPATU       PIC 9(05) VALUE ZEROS.
       77 W-QTDEQP       PIC 9(04) VALUE ZEROS.
       77 W-MINEQP       PIC 9(05) VALUE ZEROS.
       77 W-DTALVO       PIC 9(08) VALUE ZEROS.
       01 MENS           PIC X(50) VALUE SPACES.
       01 W-DATAALVO.
          03 W-DIAALVO   PIC 9(02).
          03 W-MESALVO   PIC 9(02).
          03 W-ANOALVO   PIC 9(04).
       01 W-DTHOJE.
          03 W-ANOHOJE   PIC 9(04).
          03 W-MESHOJE   PIC 9(02).
          03 W-DIAHOJE   PIC 9(02).
       77 W-ULTDIA       PIC 9(02) VALUE ZEROS.
       77 W-RESTO4       PIC 9(04) VALUE ZEROS.
       77 W-RESTO100     PIC 9(04) VALUE ZEROS.
       77 W-RESTO400     PIC 9(04) VALUE ZEROS.
       77 W-QUOC         PIC 9(04) VALUE ZEROS.
      *    FILTRO DE UNIDADE (0 = TODAS AS UNIDADES)
       77 W-UNISEL       PIC 9(02) VALUE ZEROS.

       01 LIN-CAB1.
          03 FILLER      PIC X(20) VALUE SPACES.
          03 FILLER      PIC X(27) VALUE "MAPA DE EXAMES DO DIA - ".
          03 LC1-DIA     PIC 9(02).
          03 FILLER      PIC X(01) VALUE "/".
          03 LC1-MES     PIC 9(02).
          03 FILLER      PIC X(01) VALUE "/".
          03 LC1-ANO     PIC 9(04).
          03 FILLER      PIC X(05) VALUE SPACES.
          03 FILLER      PIC X(08) VALUE "PAGINA:".
          03 LC1-PAGINA  PIC ZZZ9.
       01 LIN-CAB2.
          03 FILLER      PIC X(09) VALUE "UNIDADE: ".
          03 LC2-UNID    PIC Z9.
          03 FILLER      PIC X(04) VALUE SPACES.
          03 FILLER      PIC X(13) VALUE "EQUIPAMENTO: ".
          03 LC2-EQP     PIC ZZ9.
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LC2-DESC    PIC X(30).
       01 LIN-CAB3.
          03 FILLER      PIC X(06) VALUE "HORA".
          03 FILLER      PIC X(05) VALUE "MIN".
          03 FILLER      PIC X(32) VALUE "PACIENTE".
          03 FILLER      PIC X(13) VALUE "TELEFONE".
          03 FILLER      PIC X(22) VALUE "EXAME".
          03 FILLER      PIC X(03) VALUE "SIT".
       01 LIN-DET.
          03 LD-HORA     PIC 9(04).
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LD-DURA     PIC ZZ9.
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LD-NOME     PIC X(30).
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LD-TEL      PIC 9(11).
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LD-EXAME    PIC X(20).
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LD-SIT      PIC X(01).
       01 LIN-TOT.
          03 FILLER      PIC X(22) VALUE "  TOTAL DE EXAMES    :".
          03 LT-QTD      PIC ZZZ9.
          03 FILLER      PIC X(22) VALUE "   MINUTOS OCUPADOS :".
          03 LT-MIN      PIC ZZZZ9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "MAPA DO DIA POR EQUIPAMENTO DE EXAME"
           DISPLAY "INFORME A DATA (DDMMAAAA, ZEROS=AMANHA): "
           ACCEPT W-DATAALVO
           IF W-DATAALVO = ZEROS OR W-DATAALVO = SPACES
              PERFORM CAL-AMANHA THRU CAL-AMANHA-FIM.
           COMPUTE W-DTALVO = (W-ANOALVO * 10000) +
                   (W-MESALVO * 100) + W-DIAALVO
           DISPLAY "UNIDADE (0=TODAS): "
           ACCEPT W-UNISEL.
       INC-OP0.
           OPEN INPUT AGEEXA
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO AGEEXA NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              GO TO ROT-FIMS.
       INC-OP1.
           OPEN INPUT CADEQP
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO CADEQP NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              CLOSE AGEEXA
              GO TO ROT-FIMS.
       INC-OP2.
           OPEN INPUT CADPACI
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO CADPACI NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              CLOSE AGEEXA CADEQP
              GO TO ROT-FIMS.
       INC-OP3.
           OPEN INPUT PROCED
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO PROCED NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              CLOSE AGEEXA CADEQP CADPACI
              GO TO ROT-FIMS.
       INC-OP4.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO2 NOT = "00"
              MOVE "* ERRO AO CRIAR RELATORIO *" TO MENS
              DISPLAY MENS
              CLOSE AGEEXA CADEQP CADPACI PROCED
              GO TO ROT-FIMS.

      *    A CHAVE DO AGEEXA E UNIDADE+EQUIPAMENTO+DATA+HORA, ENTAO
      *    A LEITURA SEQUENCIAL JA ENTREGA OS APARELHOS AGRUPADOS E
      *    OS HORARIOS EM ORDEM DENTRO DE CADA UM
       MAP-PROC.
           PERFORM MAP-EXAME THRU MAP-EXAME-FIM
              UNTIL W-EOF-EXA = 1.
           IF W-EQPANT NOT = ZEROS
              PERFORM MAP-TOTAL THRU MAP-TOTAL-FIM.

       ROT-FIM.
           CLOSE AGEEXA CADEQP CADPACI PROCED RELATORIO.
           DISPLAY "*** MAPA DE EXAMES GERADO ***".
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.

      *-----------------------------------------------------------------
       MAP-EXAME.
           READ AGEEXA NEXT RECORD
              AT END
                 MOVE 1 TO W-EOF-EXA
                 GO TO MAP-EXAME-FIM.
           IF EXADATA NOT = W-DTALVO
              GO TO MAP-EXAME-FIM.
           IF EXASIT = "C"
              GO TO MAP-EXAME-FIM.
           IF W-UNISEL NOT = ZEROS AND EXAUNID NOT = W-UNISEL
              GO TO MAP-EXAME-FIM.
           COMPUTE W-EQPATU = (EXAUNID * 1000) + EXAEQP
           IF W-EQPATU NOT = W-EQPANT
              IF W-EQPANT NOT = ZEROS
                 PERFORM MAP-TOTAL THRU MAP-TOTAL-FIM
              END-IF
              MOVE W-EQPATU TO W-EQPANT
              PERFORM MAP-CABECALHO THRU MAP-CABECALHO-FIM
           END-IF
           PERFORM MAP-DETALHE THRU MAP-DETALHE-FIM.
       MAP-EXAME-FIM.
           EXIT.

      *-----------------------------------------------------------------
       MAP-CABECALHO.
           ADD 1 TO W-PAGINA
           IF W-PAGINA > 1
              WRITE LINHA-REL FROM SPACES
              WRITE LINHA-REL FROM SPACES
           END-IF
           MOVE W-DIAALVO TO LC1-DIA
           MOVE W-MESALVO TO LC1-MES
           MOVE W-ANOALVO TO LC1-ANO
           MOVE W-PAGINA TO LC1-PAGINA
           WRITE LINHA-REL FROM LIN-CAB1
           MOVE EXAUNID TO LC2-UNID
           MOVE EXAEQP TO LC2-EQP
           MOVE EXAUNID TO EQPUNID
           MOVE EXAEQP TO EQPCOD
           READ CADEQP KEY IS CHAVEEQP
           IF ST-ERRO NOT = "00"
              MOVE "(EQUIPAMENTO NAO CADASTRADO)" TO EQPDESC.
           MOVE EQPDESC TO LC2-DESC
           WRITE LINHA-REL FROM LIN-CAB2
           WRITE LINHA-REL FROM LIN-CAB3.
       MAP-CABECALHO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       MAP-DETALHE.
           MOVE EXAHORA TO LD-HORA
           MOVE EXADURA TO LD-DURA
           MOVE EXACPF TO CPF
           READ CADPACI KEY IS CPF
           IF ST-ERRO NOT = "00"
              MOVE "(PACIENTE NAO CADASTRADO)" TO NOMEPACI
              MOVE ZEROS TO NUMTEL(1).
           MOVE NOMEPACI TO LD-NOME
           MOVE NUMTEL(1) TO LD-TEL
           MOVE EXAPROC TO CODPROC
           READ PROCED KEY IS CODPROC
           IF ST-ERRO NOT = "00"
              MOVE "(NAO CADASTRADO)" TO DESCPROC.
           MOVE DESCPROC TO LD-EXAME
           MOVE EXASIT TO LD-SIT
           WRITE LINHA-REL FROM LIN-DET
           ADD 1 TO W-QTDEQP
           ADD EXADURA TO W-MINEQP.
       MAP-DETALHE-FIM.
           EXIT.

      *-----------------------------------------------------------------
       MAP-TOTAL.
           WRITE LINHA-REL FROM SPACES
           MOVE W-QTDEQP TO LT-QTD
           MOVE W-MINEQP TO LT-MIN
           WRITE LINHA-REL FROM LIN-TOT
           MOVE ZEROS TO W-QTDEQP W-MINEQP.
       MAP-TOTAL-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    CALCULA A DATA DE AMANHA A PARTIR DA DATA DO SISTEMA,
      *    TRATANDO VIRADA DE MES, DE ANO E ANO BISSEXTO
       CAL-AMANHA.
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD
           MOVE W-DIAHOJE TO W-DIAALVO
           MOVE W-MESHOJE TO W-MESALVO
           MOVE W-ANOHOJE TO W-ANOALVO
           PERFORM CAL-ULTDIA THRU CAL-ULTDIA-FIM
           ADD 1 TO W-DIAALVO
           IF W-DIAALVO > W-ULTDIA
              MOVE 01 TO W-DIAALVO
              ADD 1 TO W-MESALVO
              IF W-MESALVO > 12
                 MOVE 01 TO W-MESALVO
                 ADD 1 TO W-ANOALVO
              END-IF
           END-IF.
       CAL-AMANHA-FIM.
           EXIT.

       CAL-ULTDIA.
           IF W-MESALVO = 01 OR W-MESALVO = 03 OR W-MESALVO = 05 OR
              W-MESALVO = 07 OR W-MESALVO = 08 OR W-MESALVO = 10 OR
              W-MESALVO = 12
              MOVE 31 TO W-ULTDIA
              GO TO CAL-ULTDIA-FIM.
           IF W-MESALVO NOT = 02
              MOVE 30 TO W-ULTDIA
              GO TO CAL-ULTDIA-FIM.
           DIVIDE W-ANOALVO BY 4 GIVING W-QUOC
                   REMAINDER W-RESTO4
           DIVIDE W-ANOALVO BY 100 GIVING W-QUOC
                   REMAINDER W-RESTO100
           DIVIDE W-ANOALVO BY 400 GIVING W-QUOC
                   REMAINDER W-RESTO400
           IF (W-RESTO4 = 0 AND W-RESTO100 NOT = 0) OR W-RESTO400 = 0
              MOVE 29 TO W-ULTDIA
           ELSE
              MOVE 28 TO W-ULTDIA.
       CAL-ULTDIA-FIM.
           EXIT.
      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
