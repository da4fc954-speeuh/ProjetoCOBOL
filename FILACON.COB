       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILACON.
      *AUTHOR. LUCAS ALVES VIEIRA.
      ********************************************************
      * FILA DE CHAMADA DO CONSULTORIO *
      * A PARTIR DA SALA (ALOCACAO DO CADALOC NO DIA DA *
      * SEMANA E TURNO) OU DO CRM, MOSTRA OS PACIENTES DO DIA *
      * QUE JA CHEGARAM, NA ORDEM DO HORARIO, COM OS ENCAIXES *
      * SINALIZADOS. O MEDICO OU A RECEPCAO REGISTRA A HORA *
      * EM QUE CHAMOU E EM QUE FINALIZOU CADA CONSULTA NO *
      * FILACONS, BASE DO RELATORIO DE TEMPO DE ESPERA. *
      * TELECONSULTA NAO OCUPA SALA E NAO ENTRA NA FILA *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT AGENDA ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CHAVEAGE
                      FILE STATUS  IS ST-ERRO
                      ALTERNATE RECORD KEY IS CPFAGE
                                    WITH DUPLICATES.

            SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS NOMEPACI
                                    WITH DUPLICATES.

            SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRMMED
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS NOME OF REGCADMED
                                    WITH DUPLICATES.

            SELECT ALOCSALA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEALO
                    FILE STATUS  IS ST-ERRO6.

            SELECT FILACONS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEFIL
                    FILE STATUS  IS ST-ERRO7.

            SELECT TELECON ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVETEL
                    FILE STATUS  IS ST-ERRO8.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD AGENDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AGENDA.DAT".
       01 REGAGENDA.
          03 CHAVEAGE.
             05 CRM           PIC 9(06).
             05 DATACONS.
                07 DIA        PIC 9(02).
                07 MES        PIC 9(02).
                07 ANO.
                   09 SEC     PIC 9(02).
                   09 ANOD    PIC 9(02).
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
                03 FILLER            PIC X(45).
                03 CRMATIVO          PIC X(01).
                03 FILLER            PIC X(08).
                03 STATUSREG         PIC X(01).
      *
       FD ALOCSALA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ALOCSALA.DAT".
       01 REGALOCSALA.
                03 CHAVEALO.
                   05 ALOSALA           PIC 9(02).
                   05 ALODIASEM         PIC 9(01).
                   05 ALOTURNO          PIC 9(01).
                03 ALOCRM               PIC 9(06).
                03 STATUSREG            PIC X(01).
      *
      *    UM REGISTRO POR CONSULTA CHAMADA, COM A MESMA CHAVE DA
      *    AGENDA. HORARIOS EM HHMM; FILSIT: C=CHAMADO F=FINALIZADO
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 ST-ERRO2      PIC X(02) VALUE "00".
       77 ST-ERRO3      PIC X(02) VALUE "00".
       77 ST-ERRO6      PIC X(02) VALUE "00".
       77 ST-ERRO7      PIC X(02) VALUE "00".
       77 ST-ERRO8      PIC X(02) VALUE "00".
       77 W-CTLTEL      PIC 9(01) VALUE ZEROS.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 W-EOF         PIC 9(01) VALUE ZEROS.
       77 W-LINHA       PIC 9(02) VALUE ZEROS.
       77 W-ITEM        PIC 9(02) VALUE ZEROS.
       77 W-QTDFILA     PIC 9(02) VALUE ZEROS.
       77 W-MAIS        PIC 9(01) VALUE ZEROS.
       77 W-TEMFIL      PIC 9(01) VALUE ZEROS.
       77 W-SALA        PIC 9(02) VALUE ZEROS.
       77 W-TURNO       PIC 9(01) VALUE ZEROS.
       77 W-TURNOCONS   PIC 9(01) VALUE ZEROS.
       77 W-CRM         PIC 9(06) VALUE ZEROS.
       77 W-DIASEMANA   PIC 9(01) VALUE ZEROS.
       01 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(70) VALUE SPACES.
       01 W-DATAALVO.
          03 W-DIAALVO  PIC 9(02).
          03 W-MESALVO  PIC 9(02).
          03 W-ANOALVO  PIC 9(04).
       01 W-DTHOJE.
          03 W-ANOHOJE  PIC 9(04).
          03 W-MESHOJE  PIC 9(02).
          03 W-DIAHOJE  PIC 9(02).
       01 W-HORAAGORA.
          03 W-HHMM     PIC 9(04).
          03 FILLER     PIC 9(04).
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

      *    PACIENTES NA FILA (UMA TELA)
       01 TAB-FILA.
          03 TF-ITEM     OCCURS 12 TIMES.
             05 TF-HORA    PIC 9(04).
             05 TF-SEQ     PIC 9(02).
             05 TF-CPF     PIC 9(11).
             05 TF-CHEGADA PIC 9(04).
             05 TF-CHAMADA PIC 9(04).
             05 TF-SIT     PIC X(01).

       01 LIN-FILA.
          03 LF-ITEM     PIC Z9.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LF-HORA     PIC 9(04).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LF-ENC      PIC X(03).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LF-NOME     PIC X(28).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LF-CHEG     PIC 9(04).
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LF-CHAM     PIC X(04).
          03 FILLER      PIC X(02) VALUE SPACES.
          03 LF-SIT      PIC X(10).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-OP0.
           OPEN I-O AGENDA
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO AGENDA NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMS.
       INC-OP1.
           OPEN INPUT CADPACI
           IF ST-ERRO2 NOT = "00"
              MOVE "* ARQUIVO CADPACI NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE AGENDA
              GO TO ROT-FIMS.
       INC-OP2.
           OPEN INPUT CADMED
           IF ST-ERRO3 NOT = "00"
              MOVE "* ARQUIVO CADMED NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE AGENDA CADPACI
              GO TO ROT-FIMS.
       INC-OP3.
           OPEN INPUT ALOCSALA
           IF ST-ERRO6 NOT = "00"
              MOVE "* ARQUIVO ALOCSALA NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE AGENDA CADPACI CADMED
              GO TO ROT-FIMS.
       INC-OP4.
           OPEN I-O FILACONS
           IF ST-ERRO7 NOT = "00"
                IF ST-ERRO7 = "30" OR ST-ERRO7 = "35"
                      OPEN OUTPUT FILACONS
                      CLOSE FILACONS
                      MOVE "*** ARQUIVO FILACONS SENDO CRIADO *"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP4
                   ELSE
                      MOVE "ERRO NA ABERTURA DO FILACONS " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE AGENDA CADPACI CADMED ALOCSALA
                      GO TO ROT-FIMS
                ELSE
                    NEXT SENTENCE.
      *    SEM O TELECON IMPLANTADO TODA CONSULTA E PRESENCIAL
           OPEN INPUT TELECON
           IF ST-ERRO8 = "00"
              MOVE 1 TO W-CTLTEL.
      *    A FILA E SEMPRE A DO DIA
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD
           MOVE W-DIAHOJE TO W-DIAALVO
           MOVE W-MESHOJE TO W-MESALVO
           MOVE W-ANOHOJE TO W-ANOALVO
           PERFORM CAL-DIASEM THRU CAL-DIASEM-FIM.

       FIL-001.
           MOVE ZEROS TO W-SALA W-TURNO W-CRM
           DISPLAY (01, 01) ERASE.
           DISPLAY (01, 15) "FILA DE CHAMADA DO CONSULTORIO"
           DISPLAY (03, 01) "SALA (00=INFORMAR CRM):"
           DISPLAY (03, 30) "TURNO:"
           DISPLAY (04, 01) "CRM DO MEDICO          :"
           DISPLAY (23, 01) " MENSAGEM :".
       FIL-002.
           ACCEPT (03, 25) W-SALA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO ROT-FIM.
           IF W-SALA = ZEROS
              GO TO FIL-004.
      *    TURNO SUGERIDO PELA HORA ATUAL: ANTES DAS 12:00 MANHA,
      *    ANTES DAS 18:00 TARDE, DEPOIS NOITE
           ACCEPT W-HORAAGORA FROM TIME
           IF W-HHMM < 1200
              MOVE 1 TO W-TURNO
           ELSE
              IF W-HHMM < 1800
                 MOVE 2 TO W-TURNO
              ELSE
                 MOVE 3 TO W-TURNO.
       FIL-003.
           DISPLAY (03, 40) "1=MANHA 2=TARDE 3=NOITE"
           ACCEPT (03, 37) W-TURNO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO FIL-001.
           IF W-TURNO < 1 OR W-TURNO > 3
              MOVE "*** TURNO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FIL-003.
           MOVE W-SALA TO ALOSALA
           MOVE W-DIASEMANA TO ALODIASEM
           MOVE W-TURNO TO ALOTURNO
           READ ALOCSALA
           IF ST-ERRO6 NOT = "00" OR
              STATUSREG OF REGALOCSALA = "I"
              MOVE "* SALA SEM MEDICO ALOCADO NESTE TURNO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FIL-001.
           MOVE ALOCRM TO W-CRM
           DISPLAY (04, 26) W-CRM
           GO TO FIL-005.
       FIL-004.
           ACCEPT (04, 26) W-CRM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO FIL-001.
           IF W-CRM = ZEROS
              MOVE "*** CRM INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FIL-004.
       FIL-005.
           MOVE W-CRM TO CRMMED
           READ CADMED KEY IS CRMMED
           IF ST-ERRO3 NOT = "00"
              MOVE "* MEDICO NAO CADASTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FIL-001.
           DISPLAY (04, 34) NOME OF REGCADMED.

      *-----------------------------------------------------------------
      *    MONTA E MOSTRA A FILA; APOS CADA CHAMADA OU FINALIZACAO A
      *    FILA E RELIDA, PARA REFLETIR TAMBEM O CHECK-IN DA RECEPCAO
       FIL-010.
           PERFORM FIL-MONTA THRU FIL-MONTA-FIM
           DISPLAY (06, 01)
              "IT HORA ENC PACIENTE                     CHEG  CHAM  SIT"
           MOVE 6 TO W-LINHA.
       FIL-011.
           ADD 1 TO W-LINHA
           DISPLAY (W-LINHA, 01) LIMPA
           IF W-LINHA < 19
              GO TO FIL-011.
           MOVE 6 TO W-LINHA
           PERFORM FIL-MOSTRA THRU FIL-MOSTRA-FIM
              VARYING W-ITEM FROM 1 BY 1 UNTIL W-ITEM > W-QTDFILA.
           IF W-QTDFILA = ZEROS
              MOVE "* NENHUM PACIENTE AGUARDANDO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           IF W-MAIS = 1
              DISPLAY (19, 01) "(HA MAIS PACIENTES NA FILA)"
           ELSE
              DISPLAY (19, 01) LIMPA.
       FIL-020.
           DISPLAY (20, 01) LIMPA
           DISPLAY (20, 01) "ITEM (00=ATUALIZAR):"
           MOVE ZEROS TO W-ITEM
           ACCEPT (20, 22) W-ITEM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO FIL-001.
           IF W-ITEM = ZEROS
              GO TO FIL-010.
           IF W-ITEM > W-QTDFILA
              MOVE "*** ITEM INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FIL-020.
       FIL-021.
           DISPLAY (20, 26) "C=CHAMAR F=FINALIZAR :"
           MOVE SPACES TO W-OPCAO
           ACCEPT (20, 49) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO FIL-020.
           IF W-OPCAO = "C" OR W-OPCAO = "c"
              PERFORM FIL-CHAMA THRU FIL-CHAMA-FIM
              GO TO FIL-010.
           IF W-OPCAO = "F" OR W-OPCAO = "f"
              PERFORM FIL-FINALIZA THRU FIL-FINALIZA-FIM
              GO TO FIL-010.
           MOVE "*** OPCAO INVALIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO FIL-021.

      *-----------------------------------------------------------------
      *    CONSULTAS DO CRM NO DIA, NA ORDEM DA CHAVE DA AGENDA
      *    (HORARIO E ENCAIXE). ENTRAM AS CHEGADAS (C) AINDA NAO
      *    FINALIZADAS E AS JA REALIZADAS NO ATENDIM (R) QUE FORAM
      *    CHAMADAS E AINDA ESTAO EM CONSULTORIO
       FIL-MONTA.
           MOVE ZEROS TO W-QTDFILA W-MAIS W-EOF
           MOVE W-CRM TO CRM
           MOVE W-DATAALVO TO DATACONS
           MOVE ZEROS TO HORACONS SEQENC
           START AGENDA KEY IS NOT LESS THAN CHAVEAGE
           IF ST-ERRO NOT = "00"
              GO TO FIL-MONTA-FIM.
           PERFORM FIL-MONTA1 THRU FIL-MONTA1-FIM
              UNTIL W-EOF = 1.
       FIL-MONTA-FIM.
           EXIT.
       FIL-MONTA1.
           READ AGENDA NEXT RECORD
              AT END
                 MOVE 1 TO W-EOF
                 GO TO FIL-MONTA1-FIM.
           IF CRM NOT = W-CRM OR DATACONS NOT = W-DATAALVO
              MOVE 1 TO W-EOF
              GO TO FIL-MONTA1-FIM.
           IF STATUSAGE NOT = "C" AND STATUSAGE NOT = "R"
              GO TO FIL-MONTA1-FIM.
           IF W-TURNO NOT = ZEROS
              PERFORM FIL-TURNO THRU FIL-TURNO-FIM
              IF W-TURNOCONS NOT = W-TURNO
                 GO TO FIL-MONTA1-FIM.
           IF W-CTLTEL = 1
              MOVE CHAVEAGE TO CHAVETEL
              READ TELECON
              IF ST-ERRO8 = "00"
                 GO TO FIL-MONTA1-FIM.
           MOVE 0 TO W-TEMFIL
           MOVE CHAVEAGE TO CHAVEFIL
           READ FILACONS
           IF ST-ERRO7 = "00"
              MOVE 1 TO W-TEMFIL.
           IF W-TEMFIL = 1 AND FILSIT = "F"
              GO TO FIL-MONTA1-FIM.
           IF W-TEMFIL = 0 AND STATUSAGE = "R"
              GO TO FIL-MONTA1-FIM.
           IF W-QTDFILA NOT < 12
              MOVE 1 TO W-MAIS
              GO TO FIL-MONTA1-FIM.
           ADD 1 TO W-QTDFILA
           MOVE HORACONS TO TF-HORA(W-QTDFILA)
           MOVE SEQENC TO TF-SEQ(W-QTDFILA)
           MOVE CPFAGE TO TF-CPF(W-QTDFILA)
           MOVE HORACHEGADA TO TF-CHEGADA(W-QTDFILA)
           IF W-TEMFIL = 1
              MOVE FILCHAMADA TO TF-CHAMADA(W-QTDFILA)
              MOVE FILSIT TO TF-SIT(W-QTDFILA)
           ELSE
              MOVE ZEROS TO TF-CHAMADA(W-QTDFILA)
              MOVE SPACES TO TF-SIT(W-QTDFILA).
       FIL-MONTA1-FIM.
           EXIT.

      *    TURNO DO HORARIO DA CONSULTA, NA MESMA REGRA DA TELA
       FIL-TURNO.
           IF HORACONS < 1200
              MOVE 1 TO W-TURNOCONS
           ELSE
              IF HORACONS < 1800
                 MOVE 2 TO W-TURNOCONS
              ELSE
                 MOVE 3 TO W-TURNOCONS.
       FIL-TURNO-FIM.
           EXIT.

      *-----------------------------------------------------------------
       FIL-MOSTRA.
           MOVE W-ITEM TO LF-ITEM
           MOVE TF-HORA(W-ITEM) TO LF-HORA
           IF TF-SEQ(W-ITEM) NOT = ZEROS
              MOVE "ENC" TO LF-ENC
           ELSE
              MOVE SPACES TO LF-ENC.
           MOVE TF-CPF(W-ITEM) TO CPF
           READ CADPACI KEY IS CPF
           IF ST-ERRO2 = "00"
              MOVE NOMEPACI TO LF-NOME
           ELSE
              MOVE "(NAO CADASTRADO)" TO LF-NOME.
           MOVE TF-CHEGADA(W-ITEM) TO LF-CHEG
           IF TF-SIT(W-ITEM) = "C"
              MOVE TF-CHAMADA(W-ITEM) TO LF-CHAM
              MOVE "CHAMADO" TO LF-SIT
           ELSE
              MOVE SPACES TO LF-CHAM
              MOVE "AGUARDANDO" TO LF-SIT.
           ADD 1 TO W-LINHA
           DISPLAY (W-LINHA, 01) LIN-FILA.
       FIL-MOSTRA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    RELE A CONSULTA DO ITEM ESCOLHIDO NA AGENDA
       FIL-LEAGE.
           MOVE W-CRM TO CRM
           MOVE W-DATAALVO TO DATACONS
           MOVE TF-HORA(W-ITEM) TO HORACONS
           MOVE TF-SEQ(W-ITEM) TO SEQENC
           READ AGENDA
           IF ST-ERRO NOT = "00"
              MOVE "* CONSULTA NAO ENCONTRADA NA AGENDA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       FIL-LEAGE-FIM.
           EXIT.

      *-----------------------------------------------------------------
       FIL-CHAMA.
           IF TF-SIT(W-ITEM) = "C"
              MOVE "* PACIENTE JA CHAMADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FIL-CHAMA-FIM.
           PERFORM FIL-LEAGE THRU FIL-LEAGE-FIM
           IF ST-ERRO NOT = "00"
              GO TO FIL-CHAMA-FIM.
           ACCEPT W-HORAAGORA FROM TIME
           MOVE CHAVEAGE TO CHAVEFIL
           MOVE W-SALA TO FILSALA
           MOVE UNIDAGE TO FILUNID
           MOVE HORACHEGADA TO FILCHEGADA
           MOVE W-HHMM TO FILCHAMADA
           MOVE ZEROS TO FILFINAL
           MOVE "C" TO FILSIT
           MOVE "A" TO STATUSREG OF REGFILACONS
           WRITE REGFILACONS
           IF ST-ERRO7 = "00"
              MOVE "*** PACIENTE CHAMADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FIL-CHAMA-FIM.
           IF ST-ERRO7 = "22"
              MOVE "* PACIENTE JA CHAMADO *" TO MENS
           ELSE
              MOVE "ERRO NA GRAVACAO DO ARQUIVO FILACONS" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       FIL-CHAMA-FIM.
           EXIT.

      *-----------------------------------------------------------------
       FIL-FINALIZA.
           IF TF-SIT(W-ITEM) NOT = "C"
              MOVE "* PACIENTE AINDA NAO CHAMADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FIL-FINALIZA-FIM.
           PERFORM FIL-LEAGE THRU FIL-LEAGE-FIM
           IF ST-ERRO NOT = "00"
              GO TO FIL-FINALIZA-FIM.
           MOVE CHAVEAGE TO CHAVEFIL
           READ FILACONS
           IF ST-ERRO7 NOT = "00"
              MOVE "ERRO NA LEITURA DO ARQUIVO FILACONS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FIL-FINALIZA-FIM.
           ACCEPT W-HORAAGORA FROM TIME
           MOVE W-HHMM TO FILFINAL
           MOVE "F" TO FILSIT
           REWRITE REGFILACONS
           IF ST-ERRO7 = "00"
              MOVE "*** CONSULTA FINALIZADA ***" TO MENS
           ELSE
              MOVE "ERRO NA ALTERACAO DO ARQUIVO FILACONS" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       FIL-FINALIZA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    DIA DA SEMANA DE HOJE (1=DOMINGO ... 7=SABADO)
      *    PELA CONGRUENCIA DE ZELLER
       CAL-DIASEM.
           MOVE W-DIAALVO TO W-ZQ
           MOVE W-MESALVO TO W-ZM
           MOVE W-ANOALVO TO W-ZANO
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

      *-------------------------------------------------------------
       ROT-FIM.
           IF W-CTLTEL = 1
              CLOSE TELECON
           END-IF
           CLOSE AGENDA CADPACI CADMED ALOCSALA FILACONS.
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
