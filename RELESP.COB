       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELESP.
      *AUTHOR. LUCAS ALVES VIEIRA.
      ********************************************************
      * RELATORIO MENSAL DE TEMPO DE ESPERA E DURACAO *
      * LE AS CHAMADAS DO MES NO FILACONS (GRAVADAS PELA FILA *
      * DO CONSULTORIO) E CALCULA, POR MEDICO, UNIDADE E *
      * TURNO, A ESPERA MEDIA E MAXIMA (CHEGADA ATE A CHAMADA) *
      * E A DURACAO MEDIA DA CONSULTA (CHAMADA ATE O FIM). NO *
      * FINAL LISTA AS PIORES ESPERAS DO MES *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FILACONS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEFIL
                    FILE STATUS  IS ST-ERRO.

            SELECT AGENDA ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CHAVEAGE
                      FILE STATUS  IS ST-ERRO4
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
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS NOME OF REGCADMED
                                    WITH DUPLICATES.

            SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD FILACONS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FILACONS.DAT".
       01 REGFILACONS.
                03 CHAVEFIL.
                   05 FILCRM            PIC 9(06).
                   05 FILDATA.
                      07 FILDIA         PIC 9(02).
                      07 FILMES         PIC 9(02).
                      07 FILANO         PIC 9(04).
                   05 FILHORA           PIC 9(04).
                   05 FILSEQ            PIC 9(02).
                03 FILSALA              PIC 9(02).
                03 FILUNID              PIC 9(02).
                03 FILCHEGADA           PIC 9(04).
                03 FILCHAMADA           PIC 9(04).
                03 FILFINAL             PIC 9(04).
                03 FILSIT               PIC X(01).
                03 STATUSREG            PIC X(01).
      *
       FD AGENDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AGENDA.DAT".
       01 REGAGENDA.
          03 CHAVEAGE.
             05 CRM           PIC 9(06).
             05 DATACONS.
                07 DIA        PIC 9(02).
                07 MES        PIC 9(02).
                07 ANO        PIC 9(04).
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
          03 FILLER         PIC X(124).
          03 STATUSREG      PIC X(01).
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
       77 ST-ERRO6       PIC X(02) VALUE "00".
       77 W-CTLAGE       PIC 9(01) VALUE ZEROS.
       77 W-CTLPAC       PIC 9(01) VALUE ZEROS.
       77 W-EOF          PIC 9(01) VALUE ZEROS.
       77 W-QTDGRP       PIC 9(03) VALUE ZEROS.
       77 W-QTDPIOR      PIC 9(02) VALUE ZEROS.
       77 W-MAXPIOR      PIC 9(02) VALUE 10.
       77 IND            PIC 9(03) VALUE ZEROS.
       77 IND2           PIC 9(03) VALUE ZEROS.
       77 W-MINIDX       PIC 9(03) VALUE ZEROS.
       77 W-ACHOU        PIC 9(01) VALUE ZEROS.
       77 W-TURNO        PIC 9(01) VALUE ZEROS.
       77 W-TEMESP       PIC 9(01) VALUE ZEROS.
       77 W-TEMDUR       PIC 9(01) VALUE ZEROS.
       77 W-ESPERA       PIC 9(04) VALUE ZEROS.
       77 W-DURACAO      PIC 9(04) VALUE ZEROS.
       77 W-HH           PIC 9(02) VALUE ZEROS.
       77 W-MM           PIC 9(02) VALUE ZEROS.
       77 W-MINUTOS      PIC 9(04) VALUE ZEROS.
       77 W-MINCHEG      PIC 9(04) VALUE ZEROS.
       77 W-MINCHAM      PIC 9(04) VALUE ZEROS.
       77 W-MINFIM       PIC 9(04) VALUE ZEROS.
       77 W-HHMM         PIC 9(04) VALUE ZEROS.
       77 W-MEDIA        PIC 9(04) VALUE ZEROS.
       77 W-TOTESP       PIC 9(06) VALUE ZEROS.
       77 W-TOTSOMAESP   PIC 9(09) VALUE ZEROS.
       77 W-TOTDUR       PIC 9(06) VALUE ZEROS.
       77 W-TOTSOMADUR   PIC 9(09) VALUE ZEROS.
       77 W-QTDSEMCHAM   PIC 9(06) VALUE ZEROS.
       01 MENS           PIC X(50) VALUE SPACES.
       01 W-ANOMES.
          03 W-ANOSEL    PIC 9(04).
          03 W-MESSEL    PIC 9(02).
      *    FILTRO DE UNIDADE (0 = TODAS AS UNIDADES)
       77 W-UNISEL       PIC 9(02) VALUE ZEROS.

      *    ACUMULADORES POR MEDICO + UNIDADE + TURNO
       01 TAB-GRP.
          03 TG-ITEM     OCCURS 500 TIMES.
             05 TG-CHAVE.
                07 TG-CRM     PIC 9(06).
                07 TG-UNID    PIC 9(02).
                07 TG-TURNO   PIC 9(01).
             05 TG-QTDESP     PIC 9(06).
             05 TG-SOMAESP    PIC 9(08).
             05 TG-MAXESP     PIC 9(04).
             05 TG-QTDDUR     PIC 9(06).
             05 TG-SOMADUR    PIC 9(08).
       01 W-TROCA            PIC X(41).

      *    PIORES ESPERAS DO MES (DECRESCENTE)
       01 TAB-PIOR.
          03 TP-ITEM     OCCURS 10 TIMES.
             05 TP-ESPERA     PIC 9(04).
             05 TP-CHAVE      PIC X(20).
             05 TP-UNID       PIC 9(02).
             05 TP-CHEGADA    PIC 9(04).
             05 TP-CHAMADA    PIC 9(04).
             05 TP-DURACAO    PIC 9(04).
             05 TP-TEMDUR     PIC 9(01).
       01 W-TROCAP           PIC X(39).

       01 LIN-CAB1.
          03 FILLER      PIC X(10) VALUE SPACES.
          03 FILLER      PIC X(38) VALUE
             "TEMPO DE ESPERA E DURACAO DA CONSULTA".
          03 FILLER      PIC X(08) VALUE "PERIODO:".
          03 LC1-MES     PIC 9(02).
          03 FILLER      PIC X(01) VALUE "/".
          03 LC1-ANO     PIC 9(04).
       01 LIN-CABU.
          03 FILLER      PIC X(09) VALUE "UNIDADE: ".
          03 LCU-UNID    PIC Z9.
       01 LIN-CAB2.
          03 FILLER      PIC X(07) VALUE "CRM".
          03 FILLER      PIC X(19) VALUE "MEDICO".
          03 FILLER      PIC X(03) VALUE "UN".
          03 FILLER      PIC X(06) VALUE "TURNO".
          03 FILLER      PIC X(08) VALUE "CHAMADAS".
          03 FILLER      PIC X(09) VALUE " ESP.MED".
          03 FILLER      PIC X(09) VALUE " ESP.MAX".
          03 FILLER      PIC X(07) VALUE "  FINAL".
          03 FILLER      PIC X(09) VALUE " DUR.MED".
       01 LIN-DET.
          03 LD-CRM      PIC 9(06).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-NOME     PIC X(18).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-UNID     PIC Z9.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-TURNO    PIC X(05).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-QTDESP   PIC ZZZ.ZZ9.
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LD-ESPMED   PIC ZZZ9.
          03 FILLER      PIC X(04) VALUE " MIN".
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-ESPMAX   PIC ZZZ9.
          03 FILLER      PIC X(04) VALUE " MIN".
          03 LD-QTDDUR   PIC ZZZ.ZZ9.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LD-DURMED   PIC ZZZ9.
          03 FILLER      PIC X(04) VALUE " MIN".
       01 LIN-TOT1.
          03 FILLER      PIC X(30) VALUE
             "CHAMADAS NO MES              :".
          03 LT1-QTD     PIC ZZZ.ZZ9.
          03 FILLER      PIC X(16) VALUE "  ESPERA MEDIA: ".
          03 LT1-MED     PIC ZZZ9.
          03 FILLER      PIC X(04) VALUE " MIN".
       01 LIN-TOT2.
          03 FILLER      PIC X(30) VALUE
             "CONSULTAS FINALIZADAS        :".
          03 LT2-QTD     PIC ZZZ.ZZ9.
          03 FILLER      PIC X(16) VALUE "  DURACAO MEDIA:".
          03 LT2-MED     PIC ZZZ9.
          03 FILLER      PIC X(04) VALUE " MIN".
       01 LIN-TOT3.
          03 FILLER      PIC X(30) VALUE
             "CHAMADAS SEM HORA DE CHEGADA :".
          03 LT3-QTD     PIC ZZZ.ZZ9.
       01 LIN-PIOR0.
          03 FILLER      PIC X(25) VALUE SPACES.
          03 FILLER      PIC X(30) VALUE "PIORES ESPERAS DO MES".
       01 LIN-PIOR1.
          03 FILLER      PIC X(11) VALUE "DATA".
          03 FILLER      PIC X(05) VALUE "HORA".
          03 FILLER      PIC X(07) VALUE "CRM".
          03 FILLER      PIC X(03) VALUE "UN".
          03 FILLER      PIC X(23) VALUE "PACIENTE".
          03 FILLER      PIC X(05) VALUE "CHEG".
          03 FILLER      PIC X(05) VALUE "CHAM".
          03 FILLER      PIC X(08) VALUE "ESPERA".
          03 FILLER      PIC X(07) VALUE "DURACAO".
       01 LIN-PIOR2.
          03 LP-DATA     PIC 99.99.9999.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LP-HORA     PIC 9(04).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LP-CRM      PIC 9(06).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LP-UNID     PIC Z9.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LP-NOME     PIC X(22).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LP-CHEG     PIC 9(04).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LP-CHAM     PIC 9(04).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LP-ESPERA   PIC ZZZ9.
          03 FILLER      PIC X(04) VALUE " MIN".
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LP-DURACAO  PIC X(08).
       01 W-DURED.
          03 W-DUREDN    PIC ZZZ9.
          03 FILLER      PIC X(04) VALUE " MIN".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "TEMPO DE ESPERA E DURACAO DA CONSULTA"
           DISPLAY "INFORME O PERIODO (AAAAMM): "
           ACCEPT W-ANOMES
           IF W-MESSEL < 01 OR W-MESSEL > 12
              DISPLAY "*** PERIODO INVALIDO ***"
              GO TO ROT-FIMS.
           DISPLAY "UNIDADE (0=TODAS): "
           ACCEPT W-UNISEL.
       INC-OP0.
           OPEN INPUT FILACONS
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO FILACONS NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              GO TO ROT-FIMS.
       INC-OP1.
           OPEN INPUT CADMED
           IF ST-ERRO2 NOT = "00"
              MOVE "* ARQUIVO CADMED NAO ENCONTRADO *" TO MENS
              DISPLAY MENS
              CLOSE FILACONS
              GO TO ROT-FIMS.
      *    AGENDA E CADPACI SO DAO O NOME DO PACIENTE NAS PIORES
      *    ESPERAS; A CONSULTA PODE JA TER SIDO EXPURGADA DA AGENDA
       INC-OP2.
           OPEN INPUT AGENDA
           IF ST-ERRO4 = "00"
              MOVE 1 TO W-CTLAGE.
           OPEN INPUT CADPACI
           IF ST-ERRO6 = "00"
              MOVE 1 TO W-CTLPAC.
       INC-OP3.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO3 NOT = "00"
              MOVE "* ERRO AO CRIAR RELATORIO *" TO MENS
              DISPLAY MENS
              CLOSE FILACONS CADMED
              GO TO ROT-FIMS.

       ESP-PROC.
           PERFORM ESP-CHAMADA THRU ESP-CHAMADA-FIM
              UNTIL W-EOF = 1.
           PERFORM ESP-ORDENA THRU ESP-ORDENA-FIM
              VARYING IND FROM 1 BY 1 UNTIL IND > W-QTDGRP - 1.
           PERFORM ESP-IMPRIME THRU ESP-IMPRIME-FIM.

       ROT-FIM.
           IF W-CTLAGE = 1
              CLOSE AGENDA
           END-IF
           IF W-CTLPAC = 1
              CLOSE CADPACI
           END-IF
           CLOSE FILACONS CADMED RELATORIO.
           DISPLAY "*** RELATORIO DE TEMPO DE ESPERA GERADO ***".
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.

      *-----------------------------------------------------------------
      *    ESPERA = CHEGADA (CHECK-IN) ATE A CHAMADA NA FILA;
      *    DURACAO = CHAMADA ATE A FINALIZACAO, EM MINUTOS
       ESP-CHAMADA.
           READ FILACONS NEXT RECORD
              AT END
                 MOVE 1 TO W-EOF
                 GO TO ESP-CHAMADA-FIM.
           IF FILANO NOT = W-ANOSEL OR FILMES NOT = W-MESSEL
              GO TO ESP-CHAMADA-FIM.
           IF W-UNISEL NOT = ZEROS AND FILUNID NOT = W-UNISEL
              GO TO ESP-CHAMADA-FIM.
           MOVE 0 TO W-TEMESP W-TEMDUR
           MOVE ZEROS TO W-ESPERA W-DURACAO
           MOVE FILCHAMADA TO W-HHMM
           PERFORM CAL-MINUTOS THRU CAL-MINUTOS-FIM
           MOVE W-MINUTOS TO W-MINCHAM
           IF FILCHEGADA = ZEROS
              ADD 1 TO W-QTDSEMCHAM
           ELSE
              MOVE FILCHEGADA TO W-HHMM
              PERFORM CAL-MINUTOS THRU CAL-MINUTOS-FIM
              MOVE W-MINUTOS TO W-MINCHEG
              MOVE 1 TO W-TEMESP
              IF W-MINCHAM > W-MINCHEG
                 COMPUTE W-ESPERA = W-MINCHAM - W-MINCHEG
              END-IF
           END-IF
           IF FILSIT = "F"
              MOVE FILFINAL TO W-HHMM
              PERFORM CAL-MINUTOS THRU CAL-MINUTOS-FIM
              MOVE W-MINUTOS TO W-MINFIM
              MOVE 1 TO W-TEMDUR
              IF W-MINFIM > W-MINCHAM
                 COMPUTE W-DURACAO = W-MINFIM - W-MINCHAM
              END-IF
           END-IF
           IF W-TEMESP = 0 AND W-TEMDUR = 0
              GO TO ESP-CHAMADA-FIM.
           PERFORM ESP-ACUMULA THRU ESP-ACUMULA-FIM
           IF W-TEMESP = 1
              PERFORM ESP-PIOR THRU ESP-PIOR-FIM.
       ESP-CHAMADA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    TURNO DO HORARIO DA CONSULTA: ANTES DAS 12:00 MANHA,
      *    ANTES DAS 18:00 TARDE, DEPOIS NOITE (COMO NA FILA)
       ESP-ACUMULA.
           IF FILHORA < 1200
              MOVE 1 TO W-TURNO
           ELSE
              IF FILHORA < 1800
                 MOVE 2 TO W-TURNO
              ELSE
                 MOVE 3 TO W-TURNO.
           MOVE 0 TO W-ACHOU
           MOVE 1 TO IND.
       ESP-ACUMULA1.
           IF IND > W-QTDGRP
              GO TO ESP-ACUMULA2.
           IF TG-CRM(IND) = FILCRM AND TG-UNID(IND) = FILUNID AND
              TG-TURNO(IND) = W-TURNO
              MOVE 1 TO W-ACHOU
              GO TO ESP-ACUMULA2.
           ADD 1 TO IND
           GO TO ESP-ACUMULA1.
       ESP-ACUMULA2.
           IF W-ACHOU = 0
              IF W-QTDGRP NOT < 500
                 DISPLAY "*** TABELA DE MEDICOS ESGOTADA - " FILCRM
                 GO TO ESP-ACUMULA-FIM
              END-IF
              ADD 1 TO W-QTDGRP
              MOVE W-QTDGRP TO IND
              MOVE FILCRM TO TG-CRM(IND)
              MOVE FILUNID TO TG-UNID(IND)
              MOVE W-TURNO TO TG-TURNO(IND)
              MOVE ZEROS TO TG-QTDESP(IND) TG-SOMAESP(IND)
                            TG-MAXESP(IND) TG-QTDDUR(IND)
                            TG-SOMADUR(IND)
           END-IF
           IF W-TEMESP = 1
              ADD 1 TO TG-QTDESP(IND) W-TOTESP
              ADD W-ESPERA TO TG-SOMAESP(IND) W-TOTSOMAESP
              IF W-ESPERA > TG-MAXESP(IND)
                 MOVE W-ESPERA TO TG-MAXESP(IND)
              END-IF
           END-IF
           IF W-TEMDUR = 1
              ADD 1 TO TG-QTDDUR(IND) W-TOTDUR
              ADD W-DURACAO TO TG-SOMADUR(IND) W-TOTSOMADUR
           END-IF.
       ESP-ACUMULA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    MANTEM AS PIORES ESPERAS EM ORDEM DECRESCENTE: A NOVA
      *    ENTRA NO FIM (OU NO LUGAR DA MENOR) E SOBE ATE A POSICAO
       ESP-PIOR.
           IF W-QTDPIOR < W-MAXPIOR
              ADD 1 TO W-QTDPIOR
           ELSE
              IF W-ESPERA NOT > TP-ESPERA(W-QTDPIOR)
                 GO TO ESP-PIOR-FIM.
           MOVE W-QTDPIOR TO IND2
           MOVE W-ESPERA TO TP-ESPERA(IND2)
           MOVE CHAVEFIL TO TP-CHAVE(IND2)
           MOVE FILUNID TO TP-UNID(IND2)
           MOVE FILCHEGADA TO TP-CHEGADA(IND2)
           MOVE FILCHAMADA TO TP-CHAMADA(IND2)
           MOVE W-DURACAO TO TP-DURACAO(IND2)
           MOVE W-TEMDUR TO TP-TEMDUR(IND2).
       ESP-PIOR1.
           IF IND2 < 2
              GO TO ESP-PIOR-FIM.
           IF TP-ESPERA(IND2) NOT > TP-ESPERA(IND2 - 1)
              GO TO ESP-PIOR-FIM.
           MOVE TP-ITEM(IND2) TO W-TROCAP
           MOVE TP-ITEM(IND2 - 1) TO TP-ITEM(IND2)
           MOVE W-TROCAP TO TP-ITEM(IND2 - 1)
           SUBTRACT 1 FROM IND2
           GO TO ESP-PIOR1.
       ESP-PIOR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    CLASSIFICA OS GRUPOS POR CRM, UNIDADE E TURNO (SELECAO)
       ESP-ORDENA.
           MOVE IND TO W-MINIDX
           PERFORM ESP-ORDENA1 THRU ESP-ORDENA1-FIM
              VARYING IND2 FROM IND BY 1 UNTIL IND2 > W-QTDGRP.
           IF W-MINIDX NOT = IND
              MOVE TG-ITEM(IND) TO W-TROCA
              MOVE TG-ITEM(W-MINIDX) TO TG-ITEM(IND)
              MOVE W-TROCA TO TG-ITEM(W-MINIDX).
       ESP-ORDENA-FIM.
           EXIT.
       ESP-ORDENA1.
           IF TG-CHAVE(IND2) < TG-CHAVE(W-MINIDX)
              MOVE IND2 TO W-MINIDX.
       ESP-ORDENA1-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ESP-IMPRIME.
           MOVE W-MESSEL TO LC1-MES
           MOVE W-ANOSEL TO LC1-ANO
           WRITE LINHA-REL FROM LIN-CAB1
           IF W-UNISEL NOT = ZEROS
              MOVE W-UNISEL TO LCU-UNID
              WRITE LINHA-REL FROM LIN-CABU
           END-IF
           WRITE LINHA-REL FROM SPACES
           WRITE LINHA-REL FROM LIN-CAB2
           PERFORM ESP-LINHA THRU ESP-LINHA-FIM
              VARYING IND FROM 1 BY 1 UNTIL IND > W-QTDGRP
           WRITE LINHA-REL FROM SPACES
           MOVE W-TOTESP TO LT1-QTD
           MOVE ZEROS TO W-MEDIA
           IF W-TOTESP NOT = ZEROS
              DIVIDE W-TOTSOMAESP BY W-TOTESP GIVING W-MEDIA ROUNDED
           END-IF
           MOVE W-MEDIA TO LT1-MED
           WRITE LINHA-REL FROM LIN-TOT1
           MOVE W-TOTDUR TO LT2-QTD
           MOVE ZEROS TO W-MEDIA
           IF W-TOTDUR NOT = ZEROS
              DIVIDE W-TOTSOMADUR BY W-TOTDUR GIVING W-MEDIA ROUNDED
           END-IF
           MOVE W-MEDIA TO LT2-MED
           WRITE LINHA-REL FROM LIN-TOT2
           MOVE W-QTDSEMCHAM TO LT3-QTD
           WRITE LINHA-REL FROM LIN-TOT3
           IF W-QTDPIOR = ZEROS
              GO TO ESP-IMPRIME-FIM.
           WRITE LINHA-REL FROM SPACES
           WRITE LINHA-REL FROM SPACES
           WRITE LINHA-REL FROM LIN-PIOR0
           WRITE LINHA-REL FROM LIN-PIOR1
           PERFORM ESP-LINPIOR THRU ESP-LINPIOR-FIM
              VARYING IND2 FROM 1 BY 1 UNTIL IND2 > W-QTDPIOR.
       ESP-IMPRIME-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ESP-LINHA.
           MOVE TG-CRM(IND) TO LD-CRM
           MOVE TG-CRM(IND) TO CRMMED
           READ CADMED KEY IS CRMMED
           IF ST-ERRO2 = "00"
              MOVE NOME OF REGCADMED TO LD-NOME
           ELSE
              MOVE "(NAO CADASTRADO)" TO LD-NOME.
           MOVE TG-UNID(IND) TO LD-UNID
           IF TG-TURNO(IND) = 1
              MOVE "MANHA" TO LD-TURNO.
           IF TG-TURNO(IND) = 2
              MOVE "TARDE" TO LD-TURNO.
           IF TG-TURNO(IND) = 3
              MOVE "NOITE" TO LD-TURNO.
           MOVE TG-QTDESP(IND) TO LD-QTDESP
           MOVE ZEROS TO W-MEDIA
           IF TG-QTDESP(IND) NOT = ZEROS
              DIVIDE TG-SOMAESP(IND) BY TG-QTDESP(IND)
                     GIVING W-MEDIA ROUNDED.
           MOVE W-MEDIA TO LD-ESPMED
           MOVE TG-MAXESP(IND) TO LD-ESPMAX
           MOVE TG-QTDDUR(IND) TO LD-QTDDUR
           MOVE ZEROS TO W-MEDIA
           IF TG-QTDDUR(IND) NOT = ZEROS
              DIVIDE TG-SOMADUR(IND) BY TG-QTDDUR(IND)
                     GIVING W-MEDIA ROUNDED.
           MOVE W-MEDIA TO LD-DURMED
           WRITE LINHA-REL FROM LIN-DET.
       ESP-LINHA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       ESP-LINPIOR.
           MOVE TP-CHAVE(IND2) TO CHAVEFIL
           MOVE FILDATA TO LP-DATA
           MOVE FILHORA TO LP-HORA
           MOVE FILCRM TO LP-CRM
           MOVE TP-UNID(IND2) TO LP-UNID
           MOVE TP-CHEGADA(IND2) TO LP-CHEG
           MOVE TP-CHAMADA(IND2) TO LP-CHAM
           MOVE TP-ESPERA(IND2) TO LP-ESPERA
           IF TP-TEMDUR(IND2) = 1
              MOVE TP-DURACAO(IND2) TO W-DUREDN
              MOVE W-DURED TO LP-DURACAO
           ELSE
              MOVE "ABERTA" TO LP-DURACAO.
           MOVE "(CONSULTA EXPURGADA)" TO LP-NOME
           IF W-CTLAGE = 0
              GO TO ESP-LINPIOR1.
           MOVE TP-CHAVE(IND2) TO CHAVEAGE
           READ AGENDA
           IF ST-ERRO4 NOT = "00" OR W-CTLPAC = 0
              GO TO ESP-LINPIOR1.
           MOVE CPFAGE TO CPF
           READ CADPACI KEY IS CPF
           IF ST-ERRO6 = "00"
              MOVE NOMEPACI TO LP-NOME
           ELSE
              MOVE "(NAO CADASTRADO)" TO LP-NOME.
       ESP-LINPIOR1.
           WRITE LINHA-REL FROM LIN-PIOR2.
       ESP-LINPIOR-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    HORARIO HHMM EM MINUTOS DESDE A MEIA-NOITE
       CAL-MINUTOS.
           DIVIDE W-HHMM BY 100 GIVING W-HH REMAINDER W-MM
           COMPUTE W-MINUTOS = (W-HH * 60) + W-MM.
       CAL-MINUTOS-FIM.
           EXIT.
      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
