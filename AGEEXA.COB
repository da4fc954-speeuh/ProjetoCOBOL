       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGEEXA.
      *AUTHOR. LUCAS ALVES VIEIRA.
      **************************************
      * AGENDA DE EXAMES NOS EQUIPAMENTOS DA CLINICA *
      * A MARCACAO PARTE DE UM EXAME AUTORIZADO DO PEDEXA E *
      * OCUPA UM HORARIO DE UM EQUIPAMENTO DO CADEQP QUE FACA *
      * O EXAME, DENTRO DA GRADE DO DIA E SEM SOBREPOR OUTRO *
      * EXAME MARCADO NO MESMO APARELHO. NA REALIZACAO O *
      * PEDIDO PASSA A R NO PEDEXA E OS MATERIAIS DA *
      * COMPOSICAO (COMPMAT) SAO BAIXADOS DO CADMAT. O *
      * CANCELAMENTO LIBERA O HORARIO E O PEDIDO CONTINUA *
      * AUTORIZADO PARA NOVA MARCACAO *
      **************************************
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

            SELECT PEDEXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPED
                    FILE STATUS  IS ST-ERRO2.

            SELECT CADEQP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEEQP
                    FILE STATUS  IS ST-ERRO3.

            SELECT PROCED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPROC
                    FILE STATUS  IS ST-ERRO4.

            SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO5
                    ALTERNATE RECORD KEY IS NOMEPACI
                                    WITH DUPLICATES.

            SELECT FERIADO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FERDATA
                    FILE STATUS  IS ST-ERRO6.

            SELECT COMPET ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CMPANOMES
                    FILE STATUS  IS ST-ERRO7.

            SELECT COMPMAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECMP
                    FILE STATUS  IS ST-ERRO8.

            SELECT CADMAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MATCOD
                    FILE STATUS  IS ST-ERRO9.
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
                03 EXAPED.
                   05 EXAPEDCRM         PIC 9(06).
                   05 EXAPEDDATA        PIC 9(08).
                   05 EXAPEDHORA        PIC 9(04).
                   05 EXAPEDSEQ         PIC 9(02).
                   05 EXAPEDITEM        PIC 9(02).
                03 EXAPROC              PIC 9(04).
                03 EXACPF               PIC 9(11).
                03 EXADURA              PIC 9(03).
                03 EXASIT               PIC X(01).
                03 EXAOPER              PIC X(08).
                03 EXADTREAL            PIC 9(08).
                03 FILLER               PIC X(20).
      *    EXADATA E EXADTREAL EM AAAAMMDD
      *    EXASEQ: REAPROVEITA UM HORARIO QUE TEVE MARCACAO CANCELADA
      *    EXAPED: CHAVE DO PEDIDO NO PEDEXA (DATA EM DDMMAAAA)
      *    EXADURA: DURACAO DO EXAME NO EQUIPAMENTO, EM MINUTOS
      *    EXASIT: A=AGENDADO  R=REALIZADO  C=CANCELADO
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
      *
       FD CADEQP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEQP.DAT".
       01 REGCADEQP.
                03 CHAVEEQP.
                   05 EQPUNID           PIC 9(02).
                   05 EQPCOD            PIC 9(03).
                03 EQPDESC              PIC X(30).
                03 EQPGRADES.
                   05 EQPGRADE          OCCURS 7 TIMES.
                      07 EQPHINI        PIC 9(04).
                      07 EQPHFIM        PIC 9(04).
                03 EQPEXAMES.
                   05 EQPEXAME          OCCURS 6 TIMES.
                      07 EQPPROC        PIC 9(04).
                      07 EQPDURA        PIC 9(03).
                03 FILLER               PIC X(20).
                03 STATUSREG            PIC X(01).
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
       FD FERIADO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FERIADO.DAT".
       01 REGFERIADO.
                03 FERDATA           PIC 9(08).
                03 FERDESC           PIC X(30).
                03 FERAMBITO         PIC X(01).
      *
       FD COMPET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "COMPET.DAT".
       01 REGCOMPET.
                03 CMPANOMES         PIC 9(06).
                03 CMPSIT            PIC X(01).
                03 FILLER            PIC X(74).
      *
       FD COMPMAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "COMPMAT.DAT".
       01 REGCOMPMAT.
                03 CHAVECMP.
                   05 CMPPROC           PIC 9(04).
                   05 CMPMAT            PIC 9(04).
                03 CMPQTD               PIC 9(03).
                03 STATUSREG            PIC X(01).
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
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
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(60) VALUE SPACES.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-LIN         PIC 9(02) VALUE ZEROS.
       77 W-DTHOJE      PIC 9(08) VALUE ZEROS.
       77 W-TXTSIT      PIC X(12) VALUE SPACES.
       77 W-CHAVESAV    PIC X(18) VALUE SPACES.
       77 W-ACHOU       PIC 9(01) VALUE ZEROS.
       77 W-FIMEXA      PIC 9(01) VALUE ZEROS.
       77 W-FIMCMP      PIC 9(01) VALUE ZEROS.
       77 W-CONFLITO    PIC 9(01) VALUE ZEROS.
       77 W-UNID        PIC 9(02) VALUE ZEROS.
       77 W-EQP         PIC 9(03) VALUE ZEROS.
       77 W-DTEXA       PIC 9(08) VALUE ZEROS.
       77 W-HORAEXA     PIC 9(04) VALUE ZEROS.
       77 W-HORALIV     PIC 9(04) VALUE ZEROS.
       77 W-DURA        PIC 9(03) VALUE ZEROS.
       77 IND-EXA       PIC 9(01) VALUE ZEROS.
      *    INTERVALOS EM MINUTOS DESDE A MEIA-NOITE
       77 W-MINCAND     PIC 9(04) VALUE ZEROS.
       77 W-MININI      PIC 9(04) VALUE ZEROS.
       77 W-MINFIM      PIC 9(04) VALUE ZEROS.
       77 W-MINOUT      PIC 9(04) VALUE ZEROS.
       77 W-MINOUTF     PIC 9(04) VALUE ZEROS.
       77 W-QTDLIV      PIC 9(02) VALUE ZEROS.
       77 W-LIVLIN      PIC 9(02) VALUE ZEROS.
      *    CONTROLE DO CADASTRO DE FERIADOS
       77 W-CTLFER      PIC 9(01) VALUE ZEROS.
       77 W-EFERIADO    PIC 9(01) VALUE ZEROS.
      *    CONTROLE DE COMPETENCIAS
       77 W-CTLCMP      PIC 9(01) VALUE ZEROS.
       77 W-CMPFECH     PIC 9(01) VALUE ZEROS.
      *    CONTROLE DA BAIXA DE MATERIAIS (COMPOSICAO DO COMPMAT)
       77 W-CTLMAT      PIC 9(01) VALUE ZEROS.
      *    VALIDACAO DE CALENDARIO DA DATA DO EXAME
       77 W-DATAOK      PIC 9(01) VALUE ZEROS.
       77 W-UMES        PIC 9(02) VALUE ZEROS.
       77 W-UANO        PIC 9(04) VALUE ZEROS.
       77 W-VULTDIA     PIC 9(02) VALUE ZEROS.
       77 W-QUOC        PIC 9(04) VALUE ZEROS.
       77 W-RESTO4      PIC 9(04) VALUE ZEROS.
       77 W-RESTO100    PIC 9(04) VALUE ZEROS.
       77 W-RESTO400    PIC 9(04) VALUE ZEROS.
      *    CALCULO DO DIA DA SEMANA (CONGRUENCIA DE ZELLER)
       77 W-DIASEMANA   PIC 9(01) VALUE ZEROS.
       77 W-ZQ          PIC 9(02) VALUE ZEROS.
       77 W-ZM          PIC 9(02) VALUE ZEROS.
       77 W-ZANO        PIC 9(04) VALUE ZEROS.
       77 W-ZK          PIC 9(02) VALUE ZEROS.
       77 W-ZJ          PIC 9(02) VALUE ZEROS.
       77 W-ZSOMA       PIC 9(06) VALUE ZEROS.
       77 W-ZH          PIC 9(06) VALUE ZEROS.
       77 W-ZT13        PIC 9(04) VALUE ZEROS.
       77 W-ZK4         PIC 9(02) VALUE ZEROS.
       77 W-ZJ4         PIC 9(02) VALUE ZEROS.
       77 W-ZQUOC       PIC 9(06) VALUE ZEROS.
       01 W-CMPDATA.
          03 W-CMPDIA   PIC 9(02).
          03 W-CMPMES   PIC 9(02).
          03 W-CMPANO   PIC 9(04).
      *    DATA DIGITADA NA TELA (DDMMAAAA)
       01 W-DTTELA.
          03 W-TDIA     PIC 9(02).
          03 W-TMES     PIC 9(02).
          03 W-TANO     PIC 9(04).
       01 W-HORA.
          03 W-HH       PIC 9(02).
          03 W-MM       PIC 9(02).
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
                DISPLAY (01, 01) ERASE.
       INC-OP0.
           OPEN I-O AGEEXA
           IF ST-ERRO NOT = "00"
                IF ST-ERRO = "30" OR ST-ERRO = "35"
                      OPEN OUTPUT AGEEXA
                      CLOSE AGEEXA
                      MOVE "*** ARQUIVO AGEEXA SENDO CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO AGEEXA " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM1
                ELSE
                    NEXT SENTENCE.
       INC-OP1.
           OPEN I-O PEDEXA
           IF ST-ERRO2 NOT = "00"
              MOVE "* ARQUIVO PEDEXA NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE AGEEXA
              GO TO ROT-FIM1.
       INC-OP2.
           OPEN INPUT CADEQP
           IF ST-ERRO3 NOT = "00"
              MOVE "* ARQUIVO CADEQP NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE AGEEXA PEDEXA
              GO TO ROT-FIM1.
       INC-OP3.
           OPEN INPUT PROCED
           IF ST-ERRO4 NOT = "00"
              MOVE "* ARQUIVO PROCED NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE AGEEXA PEDEXA CADEQP
              GO TO ROT-FIM1.
       INC-OP4.
           OPEN INPUT CADPACI
           IF ST-ERRO5 NOT = "00"
              MOVE "* ARQUIVO CADPACI NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE AGEEXA PEDEXA CADEQP PROCED
              GO TO ROT-FIM1.
      *    O CADASTRO DE FERIADOS TAMBEM E OPCIONAL
       INC-OP5.
           OPEN INPUT FERIADO
           IF ST-ERRO6 = "00"
              MOVE 1 TO W-CTLFER.
      *    O CONTROLE DE COMPETENCIAS E OPCIONAL: SEM O COMPET
      *    IMPLANTADO NENHUM MES ESTA FECHADO
       INC-OP6.
           OPEN INPUT COMPET
           IF ST-ERRO7 = "00"
              MOVE 1 TO W-CTLCMP.
      *    O CONTROLE DE MATERIAIS TAMBEM E OPCIONAL: COM A
      *    COMPOSICAO E O ESTOQUE IMPLANTADOS A REALIZACAO DO
      *    EXAME BAIXA OS MATERIAIS AUTOMATICAMENTE
       INC-OP7.
           OPEN INPUT COMPMAT
           IF ST-ERRO8 = "00"
              OPEN I-O CADMAT
              IF ST-ERRO9 = "00"
                 MOVE 1 TO W-CTLMAT
              ELSE
                 CLOSE COMPMAT.

       INC-001.
                ACCEPT W-DTHOJE FROM DATE YYYYMMDD
                MOVE ZEROS TO CHAVEPED W-UNID W-EQP W-DTTELA
                              W-HORAEXA
                DISPLAY (01, 01) ERASE.
                DISPLAY (01, 15) "AGENDA DE EXAMES NOS EQUIPAMENTOS"
                DISPLAY (03, 01) "CRM DO MEDICO   :"
                DISPLAY (04, 01) "DATA (DDMMAAAA) :"
                DISPLAY (05, 01) "HORARIO (HHMM)  :"
                DISPLAY (06, 01) "ENCAIXE (0=NAO) :"
                DISPLAY (07, 01) "ITEM DO EXAME   :"
                DISPLAY (23, 01) " MENSAGEM :".
      *    CHAVE DO PEDIDO DE EXAME (ATENDIMENTO + ITEM)
       INC-002.
                ACCEPT (03, 19) PEDCRM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF PEDCRM = ZEROS
                   MOVE "*** CRM INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       INC-003.
                ACCEPT (04, 19) PEDDATA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF PEDDATA = ZEROS
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT (05, 19) PEDHORA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF PEDHORA = ZEROS
                   MOVE "*** HORARIO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT (06, 19) PEDSEQENC WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
       INC-006.
                ACCEPT (07, 19) PEDITEM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF PEDITEM = ZEROS
                   MOVE "*** ITEM INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       LER-PED01.
                PERFORM LIMPA-BAIXO THRU LIMPA-BAIXO-FIM
                READ PEDEXA
                IF ST-ERRO2 NOT = "00"
                   MOVE "* PEDIDO DE EXAME NAO ENCONTRADO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
                MOVE PEDCPF TO CPF
                READ CADPACI KEY IS CPF
                DISPLAY (03, 30) "PACIENTE:"
                IF ST-ERRO5 = "00"
                   DISPLAY (03, 40) NOMEPACI
                ELSE
                   DISPLAY (03, 40) PEDCPF.
                MOVE PEDPROC TO CODPROC
                READ PROCED
                DISPLAY (04, 30) "EXAME   :"
                IF ST-ERRO4 = "00"
                   DISPLAY (04, 40) DESCPROC
                ELSE
                   DISPLAY (04, 40) "(NAO CADASTRADO)".
                PERFORM MOSTRA-SIT THRU MOSTRA-SIT-FIM
                DISPLAY (05, 30) "SITUACAO:"
                DISPLAY (05, 40) W-TXTSIT.
      *    UM PEDIDO SO TEM UMA MARCACAO ATIVA; AS CANCELADAS FICAM
      *    NO ARQUIVO COMO HISTORICO
                PERFORM PROCURA-AGE THRU PROCURA-AGE-FIM
                IF W-ACHOU = 1
                   GO TO ACE-001.
                IF W-ACHOU = 2
                   MOVE "* EXAME JA REALIZADO NO EQUIPAMENTO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
                IF PEDSITUACAO = "S"
                   MOVE "* PEDIDO AINDA NAO AUTORIZADO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
                IF PEDSITUACAO NOT = "A"
                   MOVE "* PEDIDO NAO ESTA AUTORIZADO PARA MARCACAO *"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
                DISPLAY (09, 01) "UNIDADE         :"
                DISPLAY (10, 01) "EQUIPAMENTO     :"
                DISPLAY (11, 01) "DATA (DDMMAAAA) :"
                DISPLAY (12, 01) "HORARIO (HHMM)  :".

      *-----------------------------------------------------------------
      *    MARCACAO DO EXAME AUTORIZADO EM UM EQUIPAMENTO
       INC-007.
                ACCEPT (09, 19) W-UNID WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   PERFORM LIMPA-BAIXO THRU LIMPA-BAIXO-FIM
                   GO TO INC-006.
                IF W-UNID = ZEROS
                   MOVE "*** UNIDADE INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
       INC-008.
                ACCEPT (10, 19) W-EQP WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                MOVE W-UNID TO EQPUNID
                MOVE W-EQP TO EQPCOD
                READ CADEQP
                IF ST-ERRO3 NOT = "00"
                   MOVE "* EQUIPAMENTO NAO CADASTRADO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
                IF STATUSREG OF REGCADEQP = "I"
                   MOVE "* EQUIPAMENTO INATIVADO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
                DISPLAY (10, 30) EQPDESC
                MOVE ZEROS TO W-DURA
                PERFORM ACHA-EXAME THRU ACHA-EXAME-FIM
                   VARYING IND-EXA FROM 1 BY 1 UNTIL IND-EXA > 6
                IF W-DURA = ZEROS
                   MOVE "* EQUIPAMENTO NAO FAZ ESTE EXAME *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
                DISPLAY (12, 30) "DURACAO:"
                DISPLAY (12, 39) W-DURA
                DISPLAY (12, 43) "MIN".
       INC-009.
                ACCEPT (11, 19) W-DTTELA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF W-DTTELA = ZEROS
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
                PERFORM VAL-DATAEXA THRU VAL-DATAEXA-FIM
                IF W-DATAOK = 1
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
                IF W-DATAOK = 2
                   MOVE "* DATA DO EXAME NO PASSADO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
                PERFORM VAL-FERIADO THRU VAL-FERIADO-FIM
                IF W-EFERIADO = 1
                   MOVE "* DATA E FERIADO, NAO HA EXPEDIENTE *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
                PERFORM CAL-DIASEM THRU CAL-DIASEM-FIM
                IF EQPHFIM(W-DIASEMANA) = ZEROS
                   MOVE "* EQUIPAMENTO NAO FUNCIONA NESTE DIA *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
                MOVE EQPHINI(W-DIASEMANA) TO W-HORA
                COMPUTE W-MININI = (W-HH * 60) + W-MM
                MOVE EQPHFIM(W-DIASEMANA) TO W-HORA
                COMPUTE W-MINFIM = (W-HH * 60) + W-MM.
       INC-010.
                ACCEPT (12, 19) W-HORAEXA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009.
                MOVE W-HORAEXA TO W-HORA
                IF W-HH > 23 OR W-MM > 59
                   MOVE "*** HORARIO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-010.
                ACCEPT W-HORAATUAL FROM TIME
                IF W-DTEXA = W-DTHOJE AND W-HORAEXA < W-HHMM
                   MOVE "* HORARIO DO EXAME JA PASSOU *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-010.
      *    O EXAME INTEIRO PRECISA CABER NA JANELA DO DIA
                COMPUTE W-MINCAND = (W-HH * 60) + W-MM
                IF W-MINCAND < W-MININI OR
                   (W-MINCAND + W-DURA) > W-MINFIM
                   MOVE "* FORA DO HORARIO DO EQUIPAMENTO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM LIVRE-LISTA THRU LIVRE-LISTA-FIM
                   GO TO INC-010.
                PERFORM VER-CONFLITO THRU VER-CONFLITO-FIM
                IF W-CONFLITO = 1
                   MOVE "* HORARIO OCUPADO NO EQUIPAMENTO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM LIVRE-LISTA THRU LIVRE-LISTA-FIM
                   GO TO INC-010.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-010.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR0.
                MOVE W-UNID TO EXAUNID
                MOVE W-EQP TO EXAEQP
                MOVE W-DTEXA TO EXADATA
                MOVE W-HORAEXA TO EXAHORA
                MOVE 0 TO EXASEQ
                MOVE CHAVEPED TO EXAPED
                MOVE PEDPROC TO EXAPROC
                MOVE PEDCPF TO EXACPF
                MOVE W-DURA TO EXADURA
                MOVE "A" TO EXASIT
                MOVE W-OPERADOR TO EXAOPER
                MOVE ZEROS TO EXADTREAL.
       INC-WR1.
                WRITE REGAGEEXA
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** EXAME AGENDADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
      *    O HORARIO JA TEVE MARCACAO CANCELADA: PROXIMA SEQUENCIA
                IF ST-ERRO = "22" AND EXASEQ < 9
                   ADD 1 TO EXASEQ
                   GO TO INC-WR1.
                MOVE "ERRO NA GRAVACAO DO ARQUIVO AGEEXA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * EXAME JA MARCADO: REALIZACAO OU CANCELAMENTO *
      *****************************************
      *
       ACE-001.
                DISPLAY (09, 01) "UNIDADE         :"
                DISPLAY (09, 19) EXAUNID
                DISPLAY (10, 01) "EQUIPAMENTO     :"
                DISPLAY (10, 19) EXAEQP
                MOVE EXAUNID TO EQPUNID
                MOVE EXAEQP TO EQPCOD
                READ CADEQP
                IF ST-ERRO3 = "00"
                   DISPLAY (10, 30) EQPDESC.
                DISPLAY (11, 01) "DATA DO EXAME   :"
                MOVE EXADATA TO W-DATAED
                MOVE W-DEDIA TO MD-DIA
                MOVE W-DEMES TO MD-MES
                MOVE W-DEANO TO MD-ANO
                DISPLAY (11, 19) MASCDATA
                DISPLAY (12, 01) "HORARIO         :"
                DISPLAY (12, 19) EXAHORA
                DISPLAY (12, 30) "DURACAO:"
                DISPLAY (12, 39) EXADURA
                DISPLAY (12, 43) "MIN".
       ACE-002.
                DISPLAY (21, 01)
                   "R=EXAME REALIZADO  C=CANCELAR MARCACAO  ESC=VOLTA"
                MOVE SPACES TO W-OPCAO
                ACCEPT (21, 52) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO INC-001.
                IF W-OPCAO = "r" MOVE "R" TO W-OPCAO.
                IF W-OPCAO = "c" MOVE "C" TO W-OPCAO.
                IF W-OPCAO = "C"
                   GO TO CAN-001.
                IF W-OPCAO NOT = "R"
                   GO TO ACE-002.
      *
       REA-001.
      *    SO O PEDIDO AUTORIZADO E REALIZADO: CANCELADO, JA
      *    REALIZADO OU COM A AUTORIZACAO DESFEITA NO CADEXA DEPOIS
      *    DA MARCACAO FICA COMO ESTA
                READ PEDEXA
                IF ST-ERRO2 NOT = "00" OR PEDSITUACAO NOT = "A"
                   MOVE "* PEDIDO NAO ESTA AUTORIZADO, NAO REALIZA *"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-002.
                IF EXADATA > W-DTHOJE
                   MOVE "* EXAME MARCADO PARA DATA FUTURA *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-002.
      *    COM A COMPETENCIA DO ATENDIMENTO FECHADA O PEDIDO FICA
      *    SO PARA CONSULTA (MESMA REGRA DO CADEXA)
                MOVE PEDDATA TO W-CMPDATA
                PERFORM VAL-COMPET THRU VAL-COMPET-FIM
                IF W-CMPFECH = 1
                   MOVE "* COMPETENCIA FECHADA, PEDIDO BLOQUEADO *"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-002.
       REA-OPC.
                DISPLAY (23, 40) "REALIZADO (S/N) : ".
                MOVE SPACES TO W-OPCAO
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 OR W-OPCAO = "N" OR W-OPCAO = "n"
                   DISPLAY (23, 40) LIMPA
                   GO TO ACE-002.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO REA-OPC.
       REA-RW1.
                MOVE W-CHAVESAV TO CHAVEEXA
                READ AGEEXA KEY IS CHAVEEXA
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA LEITURA DO ARQUIVO AGEEXA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "R" TO EXASIT
                MOVE W-DTHOJE TO EXADTREAL
                MOVE W-OPERADOR TO EXAOPER
                REWRITE REGAGEEXA
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "ERRO NA REGRAVACAO DO ARQUIVO AGEEXA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
       REA-RW2.
                READ PEDEXA
                IF ST-ERRO2 = "00"
                   MOVE "R" TO PEDSITUACAO
                   REWRITE REGPEDEXA
                END-IF
                IF ST-ERRO2 NOT = "00"
                   MOVE "ERRO NA REGRAVACAO DO ARQUIVO PEDEXA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF W-CTLMAT = 1
                   PERFORM BAIXA-MAT THRU BAIXA-MAT-FIM.
                MOVE "*** EXAME REALIZADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
       CAN-001.
                DISPLAY (23, 40) "CANCELAR  (S/N) : ".
                MOVE SPACES TO W-OPCAO
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 OR W-OPCAO = "N" OR W-OPCAO = "n"
                   DISPLAY (23, 40) LIMPA
                   GO TO ACE-002.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CAN-001.
       CAN-RW1.
                MOVE W-CHAVESAV TO CHAVEEXA
                READ AGEEXA KEY IS CHAVEEXA
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA LEITURA DO ARQUIVO AGEEXA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "C" TO EXASIT
                MOVE W-OPERADOR TO EXAOPER
                REWRITE REGAGEEXA
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** MARCACAO CANCELADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA REGRAVACAO DO ARQUIVO AGEEXA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *-----------------------------------------------------------------
      *    PROCURA A MARCACAO DO PEDIDO PELA CHAVE ALTERNATIVA
      *    W-ACHOU: 0=SEM MARCACAO ATIVA  1=AGENDADO (FICA NO
      *             REGISTRO, CHAVE EM W-CHAVESAV)  2=JA REALIZADO
       PROCURA-AGE.
                MOVE 0 TO W-ACHOU
                MOVE 0 TO W-FIMEXA
                MOVE CHAVEPED TO EXAPED
                START AGEEXA KEY IS NOT LESS THAN EXAPED
                IF ST-ERRO NOT = "00"
                   GO TO PROCURA-AGE-FIM.
                PERFORM PROCURA-AGE1 THRU PROCURA-AGE1-FIM
                   UNTIL W-FIMEXA = 1.
       PROCURA-AGE-FIM.
                EXIT.
       PROCURA-AGE1.
                READ AGEEXA NEXT RECORD
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE 1 TO W-FIMEXA
                   GO TO PROCURA-AGE1-FIM.
                IF EXAPED NOT = CHAVEPED
                   MOVE 1 TO W-FIMEXA
                   GO TO PROCURA-AGE1-FIM.
                IF EXASIT = "R"
                   MOVE 2 TO W-ACHOU.
                IF EXASIT = "A"
                   MOVE 1 TO W-ACHOU
                   MOVE CHAVEEXA TO W-CHAVESAV
                   MOVE 1 TO W-FIMEXA.
       PROCURA-AGE1-FIM.
                EXIT.
      *
      *    DURACAO DO EXAME DO PEDIDO NO EQUIPAMENTO LIDO
       ACHA-EXAME.
                IF EQPPROC(IND-EXA) = PEDPROC AND W-DURA = ZEROS
                   MOVE EQPDURA(IND-EXA) TO W-DURA.
       ACHA-EXAME-FIM.
                EXIT.
      *
      *    SOBREPOSICAO DO INTERVALO W-MINCAND A W-MINCAND + W-DURA
      *    COM OS EXAMES NAO CANCELADOS DO EQUIPAMENTO NA DATA
      *    W-CONFLITO: 0 = HORARIO LIVRE   1 = OCUPADO
       VER-CONFLITO.
                MOVE 0 TO W-CONFLITO
                MOVE 0 TO W-FIMEXA
                MOVE W-UNID TO EXAUNID
                MOVE W-EQP TO EXAEQP
                MOVE W-DTEXA TO EXADATA
                MOVE ZEROS TO EXAHORA EXASEQ
                START AGEEXA KEY IS NOT LESS THAN CHAVEEXA
                IF ST-ERRO NOT = "00"
                   GO TO VER-CONFLITO-FIM.
                PERFORM VER-CONFLITO1 THRU VER-CONFLITO1-FIM
                   UNTIL W-FIMEXA = 1.
       VER-CONFLITO-FIM.
                EXIT.
       VER-CONFLITO1.
                READ AGEEXA NEXT RECORD
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE 1 TO W-FIMEXA
                   GO TO VER-CONFLITO1-FIM.
                IF EXAUNID NOT = W-UNID OR EXAEQP NOT = W-EQP OR
                   EXADATA NOT = W-DTEXA
                   MOVE 1 TO W-FIMEXA
                   GO TO VER-CONFLITO1-FIM.
                IF EXASIT = "C"
                   GO TO VER-CONFLITO1-FIM.
                MOVE EXAHORA TO W-HORA
                COMPUTE W-MINOUT = (W-HH * 60) + W-MM
                COMPUTE W-MINOUTF = W-MINOUT + EXADURA
                IF W-MINCAND < W-MINOUTF AND
                   W-MINOUT < (W-MINCAND + W-DURA)
                   MOVE 1 TO W-CONFLITO
                   MOVE 1 TO W-FIMEXA.
       VER-CONFLITO1-FIM.
                EXIT.
      *
      *    LISTA ATE SETE HORARIOS LIVRES DO EQUIPAMENTO NO DIA,
      *    EM PASSOS DA DURACAO DO EXAME A PARTIR DO INICIO DA GRADE
       LIVRE-LISTA.
                MOVE 0 TO W-QTDLIV
                DISPLAY (13, 01) "HORARIOS LIVRES:"
                DISPLAY (14, 01) LIMPA
                DISPLAY (15, 01) LIMPA
                DISPLAY (16, 01) LIMPA
                DISPLAY (17, 01) LIMPA
                DISPLAY (18, 01) LIMPA
                DISPLAY (19, 01) LIMPA
                DISPLAY (20, 01) LIMPA
                MOVE W-MININI TO W-MINCAND
                PERFORM LIVRE-TESTA THRU LIVRE-TESTA-FIM
                   UNTIL (W-MINCAND + W-DURA) > W-MINFIM OR
                         W-QTDLIV = 7
                IF W-QTDLIV = 0
                   DISPLAY (14, 01) "NENHUM HORARIO LIVRE NESTE DIA"
                END-IF.
       LIVRE-LISTA-FIM.
                EXIT.
      *
       LIVRE-TESTA.
                PERFORM VER-CONFLITO THRU VER-CONFLITO-FIM
                COMPUTE W-HH = W-MINCAND / 60
                COMPUTE W-MM = W-MINCAND - (W-HH * 60)
                MOVE W-HORA TO W-HORALIV
                IF W-CONFLITO = 0 AND
                   (W-DTEXA > W-DTHOJE OR W-HORALIV NOT < W-HHMM)
                   ADD 1 TO W-QTDLIV
                   COMPUTE W-LIVLIN = 13 + W-QTDLIV
                   DISPLAY (W-LIVLIN, 05) W-HORALIV
                END-IF
                ADD W-DURA TO W-MINCAND.
       LIVRE-TESTA-FIM.
                EXIT.
      *
       LIMPA-BAIXO.
                MOVE 8 TO W-LIN.
       LIMPA-BAIXO1.
                ADD 1 TO W-LIN
                DISPLAY (W-LIN, 01) LIMPA
                IF W-LIN < 21
                   GO TO LIMPA-BAIXO1.
                DISPLAY (03, 30) LIMPA
                DISPLAY (04, 30) LIMPA
                DISPLAY (05, 30) LIMPA.
       LIMPA-BAIXO-FIM.
                EXIT.
      *
       MOSTRA-SIT.
                MOVE SPACES TO W-TXTSIT
                IF PEDSITUACAO = "S"
                   MOVE "SOLICITADO" TO W-TXTSIT.
                IF PEDSITUACAO = "A"
                   MOVE "AUTORIZADO" TO W-TXTSIT.
                IF PEDSITUACAO = "R"
                   MOVE "REALIZADO" TO W-TXTSIT.
                IF PEDSITUACAO = "E"
                   MOVE "ENTREGUE" TO W-TXTSIT.
                IF PEDSITUACAO = "X"
                   MOVE "CANCELADO" TO W-TXTSIT.
       MOSTRA-SIT-FIM.
                EXIT.
      *
      *-----------------------------------------------------------------
      *    BAIXA DO ESTOQUE PELA COMPOSICAO PADRAO DO EXAME
      *    REALIZADO (SALDO NAO FICA NEGATIVO)
       BAIXA-MAT.
                MOVE PEDPROC TO CMPPROC
                MOVE ZEROS TO CMPMAT
                START COMPMAT KEY IS NOT LESS THAN CHAVECMP
                IF ST-ERRO8 NOT = "00"
                   GO TO BAIXA-MAT-FIM.
                MOVE 0 TO W-FIMCMP
                PERFORM BAIXA-MAT1 THRU BAIXA-MAT1-FIM
                   UNTIL W-FIMCMP = 1.
       BAIXA-MAT-FIM.
                EXIT.
       BAIXA-MAT1.
                READ COMPMAT NEXT RECORD
                IF ST-ERRO8 NOT = "00"
                   MOVE 1 TO W-FIMCMP
                   GO TO BAIXA-MAT1-FIM.
                IF CMPPROC NOT = PEDPROC
                   MOVE 1 TO W-FIMCMP
                   GO TO BAIXA-MAT1-FIM.
                IF STATUSREG OF REGCOMPMAT = "I"
                   GO TO BAIXA-MAT1-FIM.
                MOVE CMPMAT TO MATCOD
                READ CADMAT
                IF ST-ERRO9 NOT = "00"
                   GO TO BAIXA-MAT1-FIM.
                IF CMPQTD NOT < MATSALDO
                   MOVE ZEROS TO MATSALDO
                ELSE
                   SUBTRACT CMPQTD FROM MATSALDO
                END-IF
                REWRITE REGCADMAT.
       BAIXA-MAT1-FIM.
                EXIT.
      *
      *    VALIDACAO DE CALENDARIO DA DATA DO EXAME (W-DTTELA)
      *    DEVOLVE A DATA EM AAAAMMDD EM W-DTEXA
      *    W-DATAOK: 0=OK  1=DATA INVALIDA  2=NO PASSADO
       VAL-DATAEXA.
                MOVE 0 TO W-DATAOK
                IF W-TMES < 1 OR W-TMES > 12
                   MOVE 1 TO W-DATAOK
                   GO TO VAL-DATAEXA-FIM.
                MOVE W-TMES TO W-UMES
                MOVE W-TANO TO W-UANO
                PERFORM CAL-ULTDIA THRU CAL-ULTDIA-FIM
                IF W-TDIA < 1 OR W-TDIA > W-VULTDIA
                   MOVE 1 TO W-DATAOK
                   GO TO VAL-DATAEXA-FIM.
                COMPUTE W-DTEXA = (W-TANO * 10000) + (W-TMES * 100)
                        + W-TDIA
                IF W-DTEXA < W-DTHOJE
                   MOVE 2 TO W-DATAOK.
       VAL-DATAEXA-FIM.
                EXIT.
      *
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
                DIVIDE W-UANO BY 4 GIVING W-QUOC
                        REMAINDER W-RESTO4
                DIVIDE W-UANO BY 100 GIVING W-QUOC
                        REMAINDER W-RESTO100
                DIVIDE W-UANO BY 400 GIVING W-QUOC
                        REMAINDER W-RESTO400
                IF (W-RESTO4 = 0 AND W-RESTO100 NOT = 0) OR
                   W-RESTO400 = 0
                   MOVE 29 TO W-VULTDIA
                ELSE
                   MOVE 28 TO W-VULTDIA.
       CAL-ULTDIA-FIM.
                EXIT.
      *
      *    DIA DA SEMANA DA DATA DO EXAME (1=DOMINGO ... 7=SABADO)
      *    PELA CONGRUENCIA DE ZELLER
       CAL-DIASEM.
                MOVE W-TDIA TO W-ZQ
                MOVE W-TMES TO W-ZM
                MOVE W-TANO TO W-ZANO
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
      *
      *    BLOQUEIA A MARCACAO EM DIA DE FERIADO CADASTRADO
      *    W-EFERIADO: 0 = DIA NORMAL   1 = FERIADO
       VAL-FERIADO.
                MOVE 0 TO W-EFERIADO
                IF W-CTLFER = 0
                   GO TO VAL-FERIADO-FIM.
                MOVE W-DTEXA TO FERDATA
                READ FERIADO
                IF ST-ERRO6 = "00"
                   MOVE 1 TO W-EFERIADO.
       VAL-FERIADO-FIM.
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
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE AGEEXA PEDEXA CADEQP PROCED CADPACI.
           IF W-CTLFER = 1
              CLOSE FERIADO.
           IF W-CTLCMP = 1
              CLOSE COMPET.
           IF W-CTLMAT = 1
              CLOSE COMPMAT CADMAT.
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
