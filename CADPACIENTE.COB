                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LKCHAVE
                    FILE STATUS  IS ST-ERRO5.

            SELECT CARTPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CARCPF
                    FILE STATUS  IS ST-ERRO6.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
                   05 LKCOD             PIC X(02).
                03 LKDESC               PIC X(30).
      *
      *    CARTEIRINHA DO PACIENTE NO CONVENIO (UM REGISTRO POR CPF)
       FD CARTPAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CARTPAC.DAT".
       01 REGCARTPAC.
                03 CARCPF            PIC 9(11).
                03 CARCONV           PIC 9(04).
                03 CARNUM            PIC X(20).
                03 CARVALID          PIC 9(08).
                03 CARADESAO         PIC 9(08).
                03 STATUSREG         PIC X(01).
      *    CARVALID E CARADESAO EM DDMMAAAA
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       77 ST-ERRO6      PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 IND           PIC 9(02) VALUE ZEROS.
       01 TXTSEXO       PIC X(12) VALUE SPACES.
          03 W-HANO       PIC 9(04).
          03 W-HMES       PIC 9(02).
          03 W-HDIA       PIC 9(02).
      *    CARTEIRINHA DO CONVENIO (CARTPAC)
       77 W-CARTEXIS      PIC 9(01) VALUE ZEROS.
       77 W-CARVALCMP     PIC 9(08) VALUE ZEROS.
       77 W-CARADECMP     PIC 9(08) VALUE ZEROS.
       01 W-CARDATA.
          03 W-CARDIA     PIC 9(02).
          03 W-CARMES     PIC 9(02).
          03 W-CARANO     PIC 9(04).


      *
              MOVE "*** ARQUIVO LOOKUP NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       INC-OP6.
           OPEN I-O CARTPAC
           IF ST-ERRO6 NOT = "00"
              IF ST-ERRO6 = "30" OR ST-ERRO6 = "35"
                 OPEN OUTPUT CARTPAC
                 CLOSE CARTPAC
                 OPEN I-O CARTPAC
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CARTPAC" TO MENS1
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
              END-IF
           END-IF.

       INC-001.
           MOVE ZEROS TO CPF W-SEL CEPPACI NUMENDERECO DATANASCT
           MOVE "P" TO TIPOTEL(1)
           MOVE "M" TO TIPOTEL(2)
           MOVE "E" TO TIPOTEL(3)
           MOVE SPACES TO NUMAUTORIZ CARNUM
           MOVE ZEROS  TO DTAUTORIZ CARVALID CARADESAO W-CARTEXIS.
                    DISPLAY (01, 01) ERASE.
                    DISPLAY (01, 20) "BEM-VINDO AO CADASTRO DE PACIENTE"
                    DISPLAY (03, 01) "CPF"
                    DISPLAY (18, 50) "DT.AUTORIZACAO:".
                    DISPLAY (19, 01) "TIPO DO PLANO".
                    DISPLAY (20, 01) "CELULAR:".
                    DISPLAY (20, 30) "CARTEIRINHA:".
                    DISPLAY (21, 01) "EMERGENCIA:".
                    DISPLAY (21, 30) "VALIDADE:".
                    DISPLAY (21, 52) "ADESAO:".
                    DISPLAY (23, 01) " MENSAGEM :".

       INC-002.
                EXIT.
       LER-CADPACI01.
                MOVE 0 TO W-SEL
                PERFORM LER-CART THRU LER-CART-FIM
                READ CADPACI
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      IF W-DTVALCOMP < W-DTHOJE
                         DISPLAY (19, 46) "*** CONVENIO VENCIDO ***"
                      END-IF
                      PERFORM MOSTRA-CART THRU MOSTRA-CART-FIM

                      MOVE "*** CPF JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INC-014.

      *    CARTEIRINHA DO CONVENIO: NUMERO, VALIDADE E DATA DE ADESAO
      *    (BASE DO CALCULO DE CARENCIA). EM BRANCO = SEM CARTEIRINHA;
      *    O PARTICULAR NAO TEM CARTEIRINHA
       INC-015.
           IF CONVPACI = W-CONVPARTIC
              MOVE SPACES TO CARNUM
              MOVE ZEROS TO CARVALID CARADESAO
              PERFORM MOSTRA-CART THRU MOSTRA-CART-FIM
              GO TO INC-016.
           ACCEPT (20, 43) CARNUM WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 GO TO INC-014.
           IF CARNUM = SPACES
              MOVE ZEROS TO CARVALID CARADESAO
              PERFORM MOSTRA-CART THRU MOSTRA-CART-FIM
              MOVE "* PACIENTE SEM CARTEIRINHA DO CONVENIO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-016.
       INC-015A.
           ACCEPT (21, 40) CARVALID WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 GO TO INC-015.
           MOVE CARVALID TO W-CARDATA
           IF CARVALID = ZEROS OR W-CARMES < 1 OR W-CARMES > 12 OR
              W-CARDIA < 1 OR W-CARDIA > 31
              MOVE "*** VALIDADE INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-015A.
           COMPUTE W-CARVALCMP = (W-CARANO * 10000) +
                   (W-CARMES * 100) + W-CARDIA
           MOVE CARVALID TO MASC1
           DISPLAY (21, 40) MASC1.
       INC-015B.
           ACCEPT (21, 60) CARADESAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 GO TO INC-015A.
           MOVE CARADESAO TO W-CARDATA
           IF CARADESAO = ZEROS OR W-CARMES < 1 OR W-CARMES > 12 OR
              W-CARDIA < 1 OR W-CARDIA > 31
              MOVE "*** DATA DE ADESAO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-015B.
           COMPUTE W-CARADECMP = (W-CARANO * 10000) +
                   (W-CARMES * 100) + W-CARDIA
           IF W-CARADECMP > W-CARVALCMP
              MOVE "* ADESAO POSTERIOR A VALIDADE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-015B.
           MOVE CARADESAO TO MASC1
           DISPLAY (21, 60) MASC1
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD
           IF W-CARVALCMP < W-DTHOJE
              MOVE "*** CARTEIRINHA VENCIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.

      * ------------- VERICAR SE E ALTERACAO -----------------
       INC-016.
           IF W-SEL = 1
                GO TO ALT-OPC.
       INC-OPC.
                      MOVE CPF TO AUD-CHAVE
                      MOVE "GRAVACAO" TO AUD-OPERACAO
                      PERFORM GRAVA-AUDITORIA THRU GRAVA-AUDITORIA-FIM
                      PERFORM GRAVA-CART THRU GRAVA-CART-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                   MOVE CPF TO AUD-CHAVE
                   MOVE "ALTERACAO" TO AUD-OPERACAO
                   PERFORM GRAVA-AUDITORIA THRU GRAVA-AUDITORIA-FIM
                   PERFORM GRAVA-CART THRU GRAVA-CART-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                END-IF.
       GRAVA-AUDITORIA-FIM.
                EXIT.
      *
      **************************
      * CARTEIRINHA (CARTPAC)  *
      **************************
      *
      *    LE A CARTEIRINHA DO CPF; UMA CARTEIRINHA DE OUTRO CONVENIO
      *    OU INATIVADA E TRATADA COMO AUSENTE
       LER-CART.
                MOVE 0 TO W-CARTEXIS
                MOVE CPF TO CARCPF
                READ CARTPAC
                IF ST-ERRO6 = "00"
                   MOVE 1 TO W-CARTEXIS
                   IF STATUSREG OF REGCARTPAC = "I"
                      MOVE SPACES TO CARNUM
                      MOVE ZEROS TO CARVALID CARADESAO
                   END-IF
                ELSE
                   MOVE SPACES TO CARNUM
                   MOVE ZEROS TO CARVALID CARADESAO.
       LER-CART-FIM.
                EXIT.
       MOSTRA-CART.
                DISPLAY (20, 43) CARNUM
                MOVE CARVALID TO MASC1
                DISPLAY (21, 40) MASC1
                MOVE CARADESAO TO MASC1
                DISPLAY (21, 60) MASC1.
       MOSTRA-CART-FIM.
                EXIT.
      *    GRAVA A CARTEIRINHA JUNTO COM O PACIENTE; NUMERO EM BRANCO
      *    INATIVA A CARTEIRINHA QUE EXISTIA
       GRAVA-CART.
                IF CARNUM = SPACES AND W-CARTEXIS = 0
                   GO TO GRAVA-CART-FIM.
                MOVE CPF TO CARCPF
                MOVE CONVPACI TO CARCONV
                IF CARNUM = SPACES
                   MOVE "I" TO STATUSREG OF REGCARTPAC
                ELSE
                   MOVE "A" TO STATUSREG OF REGCARTPAC.
                IF W-CARTEXIS = 1
                   REWRITE REGCARTPAC
                ELSE
                   WRITE REGCARTPAC.
                IF ST-ERRO6 NOT = "00" AND ST-ERRO6 NOT = "02"
                   MOVE "*** ERRO NA GRAVACAO DA CARTEIRINHA ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-CART-FIM.
                EXIT.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE CADPACI CADCEP CADCONV CADPACIHIST AUDITORIA LOOKUP
                 CARTPAC.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
