            SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.

            SELECT TELECON ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVETEL
                    FILE STATUS  IS ST-ERRO4.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FD RELATORIO
               LABEL RECORD IS STANDARD.
       01 LINHA-REL          PIC X(80).
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
      *    CONSULTA COM REGISTRO NO TELECON E TELECONSULTA; SEM
      *    REGISTRO E PRESENCIAL. CHAVETEL = CHAVEAGE DA CONSULTA
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-ERRO2       PIC X(02) VALUE "00".
       77 ST-ERRO3       PIC X(02) VALUE "00".
       77 ST-ERRO4       PIC X(02) VALUE "00".
       77 W-CTLTEL       PIC 9(01) VALUE ZEROS.
       77 W-EOF-AGE      PIC 9(01) VALUE ZEROS.
       77 W-QTDCANC      PIC 9(06) VALUE ZEROS.
       77 W-ORFA         PIC 9(01) VALUE ZEROS.
           WRITE LINHA-REL FROM LIN-CAB1
           WRITE LINHA-REL FROM SPACES
           WRITE LINHA-REL FROM LIN-CAB2.
      *    SEM O TELECON NAO HA TELECONSULTA A DESFAZER
       INC-OP5.
           OPEN I-O TELECON
           IF ST-ERRO4 = "00"
              MOVE 1 TO W-CTLTEL.

       CAN-PROC.
           PERFORM CAN-CONSULTA THRU CAN-CONSULTA-FIM
           WRITE LINHA-REL FROM LIN-TOT.

       ROT-FIM.
           IF W-CTLTEL = 1
              CLOSE TELECON
           END-IF
           CLOSE AGENDA CADMED CADPACI CADCONV RELATORIO.
           DISPLAY "CONSULTAS CANCELADAS PELO CRUZAMENTO: " W-QTDCANC.
           EXIT PROGRAM.
              MOVE 1 TO W-EOF-AGE
              GO TO CAN-CANCELA-FIM.
           ADD 1 TO W-QTDCANC
      *    A RESERVA CANCELADA DEIXA DE SER TELECONSULTA: O HORARIO
      *    LIBERADO PODE SER REAPROVEITADO POR OUTRA CONSULTA
           IF W-CTLTEL = 1
              MOVE CHAVEAGE TO CHAVETEL
              READ TELECON
              IF ST-ERRO4 = "00"
                 DELETE TELECON RECORD.
           MOVE CRM TO LD-CRM
           MOVE DATACONS TO LD-DATA
           MOVE HORACONS TO LD-HORA
