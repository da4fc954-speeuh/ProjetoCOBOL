      * EXTRATO DE CONTATO PARA LEMBRETE DE CONSULTAS *
      * BATCH NOTURNO: LE A AGENDA DO PROXIMO DIA UTIL, JUNTA *
      * OS TELEFONES E EMAIL DO PACIENTE E O NOME DO MEDICO E *
      * GERA O ARQUIVO DE CONTATO PARA AS TELEFONISTAS / SMS. *
      * NA TELECONSULTA (MODALIDADE T) O LINK DA SALA VIRTUAL *
      * VAI NO LUGAR DO ENDERECO DA UNIDADE *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    RECORD KEY   IS UNICOD
                    FILE STATUS  IS ST-ERRO6.

            SELECT TELECON ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVETEL
                    FILE STATUS  IS ST-ERRO7.

            SELECT CONTATO ASSIGN TO W-NOMECONT
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO2.
                03 UNINOME           PIC X(30).
                03 UNIENDER          PIC X(40).
                03 STATUSREG         PIC X(01).
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
       FD CONTATO
               LABEL RECORD IS STANDARD.
       01 LINHA-CONT         PIC X(228).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO2       PIC X(02) VALUE "00".
       77 ST-ERRO5       PIC X(02) VALUE "00".
       77 ST-ERRO6       PIC X(02) VALUE "00".
       77 ST-ERRO7       PIC X(02) VALUE "00".
       77 W-CTLTEL       PIC 9(01) VALUE ZEROS.
       77 W-CTLFER       PIC 9(01) VALUE ZEROS.
       77 W-CTLUNI       PIC 9(01) VALUE ZEROS.
       77 W-EFERIADO     PIC 9(01) VALUE ZEROS.
             05 FILLER   PIC X(01) VALUE ";".
          03 CT-EMAIL    PIC X(30).
          03 FILLER      PIC X(01) VALUE ";".
          03 CT-MODAL    PIC X(01).
          03 FILLER      PIC X(01) VALUE ";".
          03 CT-LOCAL    PIC X(60).
      *    CT-MODAL: P=PRESENCIAL (CT-LOCAL = ENDERECO DA UNIDADE)
      *              T=TELECONSULTA (CT-LOCAL = LINK DA SALA VIRTUAL)

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
           OPEN INPUT CADUNI
           IF ST-ERRO6 = "00"
              MOVE 1 TO W-CTLUNI.
      *    SEM O TELECON IMPLANTADO TODA CONSULTA E PRESENCIAL
           OPEN INPUT TELECON
           IF ST-ERRO7 = "00"
              MOVE 1 TO W-CTLTEL.
           PERFORM CAL-PROXUTIL THRU CAL-PROXUTIL-FIM
           MOVE W-ANOALVO TO W-ANOARQ
           MOVE W-MESALVO TO W-MESARQ
           IF W-CTLUNI = 1
              CLOSE CADUNI
           END-IF
           IF W-CTLTEL = 1
              CLOSE TELECON
           END-IF
           CLOSE AGENDA CADPACI CADMED CONTATO.
           DISPLAY "LEMBRETES GERADOS: " W-QTDCONT " EM " W-NOMECONT.
           EXIT PROGRAM.
           MOVE TIPOTEL(3) TO CT-TIPO(3)
           MOVE NUMTEL(3)  TO CT-NUM(3)
           MOVE EMAIL TO CT-EMAIL
      *    TELECONSULTA LEVA O LINK DA SALA VIRTUAL
           MOVE "P" TO CT-MODAL
           MOVE SPACES TO CT-LOCAL
           IF W-CTLTEL = 1
              MOVE CHAVEAGE TO CHAVETEL
              READ TELECON
              IF ST-ERRO7 = "00"
                 MOVE "T" TO CT-MODAL
                 MOVE TELLINK TO CT-LOCAL
              END-IF
           END-IF
      *    ENDERECO DA UNIDADE DA CONSULTA PARA O PACIENTE NAO IR
      *    PARA A FILIAL ERRADA
           IF CT-MODAL = "P" AND W-CTLUNI = 1 AND UNIDAGE NOT = ZEROS
              MOVE UNIDAGE TO UNICOD
              READ CADUNI
              IF ST-ERRO6 = "00"
                 MOVE UNIENDER TO CT-LOCAL
              END-IF
           END-IF
           WRITE LINHA-CONT FROM CONT-DET
