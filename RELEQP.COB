       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELEQP.
      *AUTHOR. LUCAS ALVES VIEIRA.
      ********************************************************
      * RELATORIO MENSAL DE OCUPACAO DOS EQUIPAMENTOS DE EXAME *
      * A CAPACIDADE DE CADA APARELHO SAI DA GRADE SEMANAL DO *
      * CADEQP SOMADA EM TODOS OS DIAS DO MES (MENOS OS *
      * FERIADOS). A OCUPACAO SAO OS MINUTOS MARCADOS NO *
      * AGEEXA (AGENDADOS, REALIZADOS E FALTAS). TAXA ACIMA *
      * DO LIMITE SAI SINALIZADA PARA A DIRETORIA AVALIAR *
      * AMPLIACAO DE HORARIO OU COMPRA DE OUTRO APARELHO *
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
                    FILE STATUS  IS ST-ERRO2.

            SELECT FERIADO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FERDATA
                    FILE STATUS  IS ST-ERRO5.

            SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.
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
                   05 EXADATA.
                      07 EXAANOMES      PIC 9(06).
                      07 EXADIA         PIC 9(02).
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
       FD FERIADO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FERIADO.DAT".
       01 REGFERIADO.
                03 FERDATA           PIC 9(08).
                03 FERDESC           PIC X(30).
                03 FERAMBITO         PIC X(01).
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
       77 ST-ERRO5       PIC X(02) VALUE "00".
       77 W-EOF-EXA      PIC 9(01) VALUE ZEROS.
       77 W-EOF-EQP      PIC 9(01) VALUE ZEROS.
       77 W-CTLFER       PIC 9(01) VALUE ZEROS.
       77 W-QTDEQP       PIC 9(03) VALUE ZEROS.
       77 IND            PIC 9(03) VALUE ZEROS.
       77 IND-DIA        PIC 9(01) VALUE ZEROS.
       77 W-ACHOU        PIC 9(01) VALUE ZEROS.
       77 W-DIA          PIC 9(02) VALUE ZEROS.
       77 W-DTHOJE       PIC 9(08) VALUE ZEROS.
       77 W-MINJAN       PIC 9(04) VALUE ZEROS.
       77 W-MININI       PIC 9(04) VALUE ZEROS.
       77 W-PERC         PIC 9(03)V99 VALUE ZEROS.
       77 W-TOTCAP       PIC 9(08) VALUE ZEROS.
       77 W-TOTUSO       PIC 9(08) VALUE ZEROS.
      *    TAXA DE OCUPACAO A PARTIR DA QUAL O APARELHO E SINALIZADO
       77 W-LIMITE       PIC 9(03) VALUE 085.
       01 MENS           PIC X(50) VALUE SPACES.
       01 W-ANOMES.
          03 W-ANOSEL    PIC 9(04).
          03 W-MESSEL    PIC 9(02).
       01 W-ANOMES-R REDEFINES W-ANOMES PIC 9(06).
       01 W-HORA.
          03 W-HH        PIC 9(02).
          03 W-MM        PIC 9(02).
      *    FILTRO DE UNIDADE (0 = TODAS AS UNIDADES)
       77 W-UNISEL       PIC 9(02) VALUE ZEROS.
       77 W-ULTDIA       PIC 9(02) VALUE ZEROS.
       77 W-RESTO4       PIC 9(04) VALUE ZEROS.
       77 W-RESTO100     PIC 9(04) VALUE ZEROS.
       77 W-RESTO400     PIC 9(04) VALUE ZEROS.
       77 W-QUOC         PIC 9(04) VALUE ZEROS.
       77 W-DIASEMANA    PIC 9(01) VALUE ZEROS.
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

      *    DIAS UTEIS DO MES POR DIA DA SEMANA (1=DOMINGO)
       01 TAB-DSM.
          03 TQ-DIAS     PIC 9(02) OCCURS 7 TIMES VALUE ZEROS.

      *    ACUMULADORES POR EQUIPAMENTO (ATE 100 APARELHOS)
       01 TAB-EQP.
          03 TE-ITEM     OCCURS 100 TIMES.
             05 TE-UNID  PIC 9(02).
             05 TE-COD   PIC 9(03).
             05 TE-CAP   PIC 9(06).
             05 TE-USO   PIC 9(06).
             05 TE-AGEND PIC 9(05).
             05 TE-REAL  PIC 9(05).
             05 TE-CANC  PIC 9(05).
             05 TE-FALTA PIC 9(05).

       01 LIN-CAB1.
          03 FILLER      PIC X(10) VALUE SPACES.
          03 FILLER      PIC X(38) VALUE
             "OCUPACAO DOS EQUIPAMENTOS DE EXAME".
          03 FILLER      PIC X(08) VALUE "PERIODO:".
          03 LC1-MES     PIC 9(02).
          03 FILLER      PIC X(01) VALUE "/".
          03 LC1-ANO     PIC 9(04).
       01 LIN-CABU.
          03 FILLER      PIC X(09) VALUE "UNIDADE: ".
          03 LCU-UNID    PIC Z9.
       01 LIN-CAB2.
          03 FILLER      PIC X(03) VALUE "UN".
          03 FILLER      PIC X(04) VALUE "EQP".
          03 FILLER      PIC X(19) VALUE "DESCRICAO".
          03 FILLER      PIC X(07) VALUE " CAPAC.".
          03 FILLER      PIC X(07) VALUE "  OCUP.".
          03 FILLER      PIC X(08) VALUE "  %OCUP".
          03 FILLER      PIC X(06) VALUE "  AGEN".
          03 FILLER      PIC X(06) VALUE "  REAL".
          03 FILLER      PIC X(06) VALUE "  CANC".
          03 FILLER      PIC X(06) VALUE "  FALT".
       01 LIN-CAB3.
          03 FILLER      PIC X(40) VALUE
             "CAPACIDADE E OCUPACAO EM MINUTOS".
       01 LIN-DET.
          03 LD-UNID     PIC 9(02).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-COD      PIC 9(03).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-DESC     PIC X(18).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-CAP      PIC ZZZ.ZZ9.
          03 LD-USO      PIC ZZZ.ZZ9.
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LD-PERC     PIC ZZ9,99.
          03 LD-AGEND    PIC ZZ.ZZ9.
          03 LD-REAL     PIC ZZ.ZZ9.
          03 LD-CANC     PIC ZZ.ZZ9.
          03 LD-FALTA    PIC ZZ.ZZ9.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-ALERTA   PIC X(01).
       01 LIN-TOT.
          03 FILLER      PIC X(26) VALUE "TOTAL GERAL".
          03 LT-CAP      PIC ZZZ.ZZ9.
          03 LT-USO      PIC ZZZ.ZZ9.
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LT-PERC     PIC ZZ9,99.
       01 LIN-NOTA.
          03 FILLER      PIC X(22) VALUE "* = OCUPACAO ACIMA DE ".
          03 LN-LIMITE   PIC ZZ9.
          03 FILLER      PIC X(40) VALUE
             "% (AVALIAR AMPLIACAO DE HORARIO/COMPRA)".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "OCUPACAO DOS EQUIPAMENTOS DE EXAME"
           DISPLAY "INFORME O PERIODO (AAAAMM): "
           ACCEPT W-ANOMES
           IF W-MESSEL < 01 OR W-MESSEL > 12
              DISPLAY "*** PERIODO INVALIDO ***"
              GO TO ROT-FIMS.
           DISPLAY "UNIDADE (0=TODAS): "
           ACCEPT W-UNISEL
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD.
       INC-OP0.
           OPEN INPUT AGEEXA
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO AGEEXA NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              GO TO ROT-FIMS.
       INC-OP1.
           OPEN INPUT CADEQP
           IF ST-ERRO2 NOT = "00"
              MOVE "* ARQUIVO CADEQP NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              CLOSE AGEEXA
              GO TO ROT-FIMS.
      *    O CADASTRO DE FERIADOS E OPCIONAL: SEM ELE TODOS OS DIAS
      *    DA GRADE CONTAM NA CAPACIDADE
       INC-OP2.
           OPEN INPUT FERIADO
           IF ST-ERRO5 = "00"
              MOVE 1 TO W-CTLFER.
       INC-OP3.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO3 NOT = "00"
              MOVE "* ERRO AO CRIAR RELATORIO *" TO MENS
              DISPLAY MENS
              CLOSE AGEEXA CADEQP
              IF W-CTLFER = 1
                 CLOSE FERIADO
              END-IF
              GO TO ROT-FIMS.

       OCU-PROC.
           PERFORM CAL-ULTDIA THRU CAL-ULTDIA-FIM
           PERFORM OCU-CONTADIA THRU OCU-CONTADIA-FIM
              VARYING W-DIA FROM 1 BY 1 UNTIL W-DIA > W-ULTDIA
           PERFORM OCU-EQUIP THRU OCU-EQUIP-FIM
              UNTIL W-EOF-EQP = 1.
           PERFORM OCU-EXAME THRU OCU-EXAME-FIM
              UNTIL W-EOF-EXA = 1.
           PERFORM OCU-IMPRIME THRU OCU-IMPRIME-FIM.

       ROT-FIM.
           CLOSE AGEEXA CADEQP RELATORIO.
           IF W-CTLFER = 1
              CLOSE FERIADO.
           DISPLAY "*** OCUPACAO DE EQUIPAMENTOS GERADA ***".
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.

      *-----------------------------------------------------------------
      *    QUANTOS DE CADA DIA DA SEMANA O MES TEM, SEM OS FERIADOS
       OCU-CONTADIA.
           IF W-CTLFER = 1
              COMPUTE FERDATA = (W-ANOMES-R * 100) + W-DIA
              READ FERIADO
              IF ST-ERRO5 = "00"
                 GO TO OCU-CONTADIA-FIM.
           PERFORM CAL-DIASEM THRU CAL-DIASEM-FIM
           ADD 1 TO TQ-DIAS(W-DIASEMANA).
       OCU-CONTADIA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    CAPACIDADE DO MES DE CADA EQUIPAMENTO ATIVO
       OCU-EQUIP.
           READ CADEQP NEXT RECORD
              AT END
                 MOVE 1 TO W-EOF-EQP
                 GO TO OCU-EQUIP-FIM.
           IF STATUSREG OF REGCADEQP = "I"
              GO TO OCU-EQUIP-FIM.
           IF W-UNISEL NOT = ZEROS AND EQPUNID NOT = W-UNISEL
              GO TO OCU-EQUIP-FIM.
           IF W-QTDEQP NOT < 100
              GO TO OCU-EQUIP-FIM.
           ADD 1 TO W-QTDEQP
           MOVE W-QTDEQP TO IND
           MOVE EQPUNID TO TE-UNID(IND)
           MOVE EQPCOD TO TE-COD(IND)
           MOVE ZEROS TO TE-CAP(IND) TE-USO(IND) TE-AGEND(IND)
                         TE-REAL(IND) TE-CANC(IND) TE-FALTA(IND)
           PERFORM OCU-CAPDIA THRU OCU-CAPDIA-FIM
              VARYING IND-DIA FROM 1 BY 1 UNTIL IND-DIA > 7.
       OCU-EQUIP-FIM.
           EXIT.

       OCU-CAPDIA.
           IF EQPHFIM(IND-DIA) = ZEROS
              GO TO OCU-CAPDIA-FIM.
           MOVE EQPHINI(IND-DIA) TO W-HORA
           COMPUTE W-MININI = (W-HH * 60) + W-MM
           MOVE EQPHFIM(IND-DIA) TO W-HORA
           COMPUTE W-MINJAN = (W-HH * 60) + W-MM - W-MININI
           COMPUTE TE-CAP(IND) = TE-CAP(IND) +
                   (W-MINJAN * TQ-DIAS(IND-DIA)).
       OCU-CAPDIA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    EXAMES DO MES: CANCELADO NAO OCUPA; AGENDADO QUE FICOU
      *    PARA TRAS SEM REALIZACAO CONTA COMO FALTA E OCUPOU O
      *    HORARIO DO MESMO JEITO
       OCU-EXAME.
           READ AGEEXA NEXT RECORD
              AT END
                 MOVE 1 TO W-EOF-EXA
                 GO TO OCU-EXAME-FIM.
           IF EXAANOMES NOT = W-ANOMES-R
              GO TO OCU-EXAME-FIM.
           IF W-UNISEL NOT = ZEROS AND EXAUNID NOT = W-UNISEL
              GO TO OCU-EXAME-FIM.
           PERFORM OCU-ACHA THRU OCU-ACHA-FIM
           IF W-ACHOU = 0
              GO TO OCU-EXAME-FIM.
           IF EXASIT = "C"
              ADD 1 TO TE-CANC(IND)
              GO TO OCU-EXAME-FIM.
           ADD EXADURA TO TE-USO(IND)
           IF EXASIT = "R"
              ADD 1 TO TE-REAL(IND)
              GO TO OCU-EXAME-FIM.
           IF EXADATA < W-DTHOJE
              ADD 1 TO TE-FALTA(IND)
           ELSE
              ADD 1 TO TE-AGEND(IND).
       OCU-EXAME-FIM.
           EXIT.

      *    POSICAO DO EQUIPAMENTO DO EXAME NA TABELA EM IND; UM
      *    APARELHO JA INATIVADO ENTRA COM CAPACIDADE ZERO
       OCU-ACHA.
           MOVE 0 TO W-ACHOU
           PERFORM OCU-ACHA1 THRU OCU-ACHA1-FIM
              VARYING IND FROM 1 BY 1
              UNTIL IND > W-QTDEQP OR W-ACHOU = 1
           IF W-ACHOU = 1
              SUBTRACT 1 FROM IND
              GO TO OCU-ACHA-FIM.
           IF W-QTDEQP NOT < 100
              GO TO OCU-ACHA-FIM.
           ADD 1 TO W-QTDEQP
           MOVE W-QTDEQP TO IND
           MOVE EXAUNID TO TE-UNID(IND)
           MOVE EXAEQP TO TE-COD(IND)
           MOVE ZEROS TO TE-CAP(IND) TE-USO(IND) TE-AGEND(IND)
                         TE-REAL(IND) TE-CANC(IND) TE-FALTA(IND)
           MOVE 1 TO W-ACHOU.
       OCU-ACHA-FIM.
           EXIT.
       OCU-ACHA1.
           IF TE-UNID(IND) = EXAUNID AND TE-COD(IND) = EXAEQP
              MOVE 1 TO W-ACHOU.
       OCU-ACHA1-FIM.
           EXIT.

      *-----------------------------------------------------------------
       OCU-IMPRIME.
           MOVE W-MESSEL TO LC1-MES
           MOVE W-ANOSEL TO LC1-ANO
           WRITE LINHA-REL FROM LIN-CAB1
           IF W-UNISEL NOT = ZEROS
              MOVE W-UNISEL TO LCU-UNID
              WRITE LINHA-REL FROM LIN-CABU
           END-IF
           WRITE LINHA-REL FROM LIN-CAB3
           WRITE LINHA-REL FROM SPACES
           WRITE LINHA-REL FROM LIN-CAB2
           MOVE ZEROS TO W-TOTCAP W-TOTUSO
           PERFORM OCU-LINHA THRU OCU-LINHA-FIM
              VARYING IND FROM 1 BY 1 UNTIL IND > W-QTDEQP
           WRITE LINHA-REL FROM SPACES
           MOVE W-TOTCAP TO LT-CAP
           MOVE W-TOTUSO TO LT-USO
           IF W-TOTCAP = ZEROS
              MOVE ZEROS TO LT-PERC
           ELSE
              COMPUTE W-PERC ROUNDED = (W-TOTUSO * 100) / W-TOTCAP
              MOVE W-PERC TO LT-PERC
           END-IF
           WRITE LINHA-REL FROM LIN-TOT
           MOVE W-LIMITE TO LN-LIMITE
           WRITE LINHA-REL FROM LIN-NOTA.
       OCU-IMPRIME-FIM.
           EXIT.

      *-----------------------------------------------------------------
       OCU-LINHA.
           MOVE TE-UNID(IND) TO LD-UNID EQPUNID
           MOVE TE-COD(IND) TO LD-COD EQPCOD
           READ CADEQP KEY IS CHAVEEQP
           IF ST-ERRO2 = "00"
              MOVE EQPDESC TO LD-DESC
           ELSE
              MOVE "(NAO CADASTRADO)" TO LD-DESC
           END-IF
           MOVE TE-CAP(IND) TO LD-CAP
           MOVE TE-USO(IND) TO LD-USO
           MOVE TE-AGEND(IND) TO LD-AGEND
           MOVE TE-REAL(IND)  TO LD-REAL
           MOVE TE-CANC(IND)  TO LD-CANC
           MOVE TE-FALTA(IND) TO LD-FALTA
           MOVE SPACES TO LD-ALERTA
           IF TE-CAP(IND) = ZEROS
              MOVE ZEROS TO LD-PERC
           ELSE
              COMPUTE W-PERC ROUNDED =
                      (TE-USO(IND) * 100) / TE-CAP(IND)
              MOVE W-PERC TO LD-PERC
              IF W-PERC NOT < W-LIMITE
                 MOVE "*" TO LD-ALERTA
              END-IF
           END-IF
           ADD TE-CAP(IND) TO W-TOTCAP
           ADD TE-USO(IND) TO W-TOTUSO
           WRITE LINHA-REL FROM LIN-DET.
       OCU-LINHA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    DIA DA SEMANA DE W-DIA/W-MESSEL/W-ANOSEL (1=DOMINGO ...
      *    7=SABADO) PELA CONGRUENCIA DE ZELLER
       CAL-DIASEM.
           MOVE W-DIA TO W-ZQ
           MOVE W-MESSEL TO W-ZM
           MOVE W-ANOSEL TO W-ZANO
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

       CAL-ULTDIA.
           IF W-MESSEL = 01 OR W-MESSEL = 03 OR W-MESSEL = 05 OR
              W-MESSEL = 07 OR W-MESSEL = 08 OR W-MESSEL = 10 OR
              W-MESSEL = 12
              MOVE 31 TO W-ULTDIA
              GO TO CAL-ULTDIA-FIM.
           IF W-MESSEL NOT = 02
              MOVE 30 TO W-ULTDIA
              GO TO CAL-ULTDIA-FIM.
           DIVIDE W-ANOSEL BY 4 GIVING W-QUOC
                   REMAINDER W-RESTO4
           DIVIDE W-ANOSEL BY 100 GIVING W-QUOC
                   REMAINDER W-RESTO100
           DIVIDE W-ANOSEL BY 400 GIVING W-QUOC
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
