                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MATCOD
                    FILE STATUS  IS ST-ERRO6.

            SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION  IS INDEXED
                    ACCESS MODE   IS DYNAMIC
                    RECORD KEY    IS CODIGO
                    FILE STATUS   IS ST-ERRO12.

            SELECT CARTPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CARCPF
                    FILE STATUS  IS ST-ERRO10.

            SELECT COBERT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVECOB
                    FILE STATUS  IS ST-ERRO11.

            SELECT COMPET ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CMPANOMES
                    FILE STATUS  IS ST-ERRO13.

            SELECT ENCAMIN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEENC
                    FILE STATUS  IS ST-ERRO14.

            SELECT LOOKUP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LKCHAVE
                    FILE STATUS  IS ST-ERRO15.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
                03 MATSALDO          PIC 9(06).
                03 MATMINIMO         PIC 9(06).
                03 STATUSREG         PIC X(01).
      *
       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCADCONV.
                03 CODIGO            PIC 9(04).
                03 NOME              PIC X(30).
                03 TPPLANO           PIC 9(02).
                03 FILLER            PIC X(22).
                03 STATUSREG         PIC X(01).
      *
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
      *
       FD COBERT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "COBERT.DAT".
       01 REGCOBERT.
                03 CHAVECOB.
                   05 COBCONV           PIC 9(04).
                   05 COBPLANO          PIC 9(02).
                   05 COBPROC           PIC 9(04).
                03 COBCOBRE             PIC X(01).
                03 COBCARENCIA          PIC 9(03).
                03 STATUSREG            PIC X(01).
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
       FD ENCAMIN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ENCAMIN.DAT".
       01 REGENCAMIN.
          03 CHAVEENC.
             05 ENCCRM        PIC 9(06).
             05 ENCDATA       PIC 9(08).
             05 ENCHORA       PIC 9(04).
             05 ENCSEQ        PIC 9(02).
             05 ENCITEM       PIC 9(01).
          03 ENCCPF           PIC 9(11).
          03 ENCESPEC         PIC 9(02).
          03 ENCPRIOR         PIC X(01).
          03 ENCCID           PIC X(04).
          03 ENCMOTIVO        PIC X(30).
          03 ENCSIT           PIC X(01).
          03 ENCCRMAGE        PIC 9(06).
          03 ENCDTAGE         PIC 9(08).
          03 ENCQTDCONV       PIC 9(02).
      *    CHAVE DO ATENDIMENTO DE ORIGEM + ITEM; DATAS EM DDMMAAAA
      *    ENCESPEC: CODIGO DO DOMINIO "ES" DO LOOKUP
      *    ENCPRIOR: U=URGENTE  P=PRIORITARIO  E=ELETIVO
      *    ENCSIT: P=PENDENTE  A=AGENDADO (CONSULTA ACHADA PELO
      *            ENCAMCON EM ENCCRMAGE/ENCDTAGE)
      *    ENCQTDCONV: VEZES QUE SAIU NA LISTA DE CONVOCACAO
      *
       FD LOOKUP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LOOKUP.DAT".
       01 REGLOOKUP.
                03 LKCHAVE.
                   05 LKDOM             PIC X(02).
                   05 LKCOD             PIC X(02).
                03 LKDESC               PIC X(30).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CTLMAT      PIC 9(01) VALUE ZEROS.
       77 W-FIMCMP      PIC 9(01) VALUE ZEROS.
       01 MASCVLR       PIC ZZZ.ZZ9,99.
      *    VERIFICACAO DE ELEGIBILIDADE (CARTPAC E COBERT)
       77 ST-ERRO10     PIC X(02) VALUE "00".
       77 ST-ERRO11     PIC X(02) VALUE "00".
       77 ST-ERRO12     PIC X(02) VALUE "00".
       77 W-CTLCNV      PIC 9(01) VALUE ZEROS.
       77 W-CTLCAR      PIC 9(01) VALUE ZEROS.
       77 W-CTLCOB      PIC 9(01) VALUE ZEROS.
       77 ST-ERRO13     PIC X(02) VALUE "00".
       77 W-CTLCMP      PIC 9(01) VALUE ZEROS.
       77 W-CMPFECH     PIC 9(01) VALUE ZEROS.
       01 W-CMPDATA.
          03 W-CMPDIA   PIC 9(02).
          03 W-CMPMES   PIC 9(02).
          03 W-CMPANO   PIC 9(04).
       77 W-ELGRES      PIC 9(01) VALUE ZEROS.
       77 W-ELGCPF      PIC 9(11) VALUE ZEROS.
       77 W-ELGCONV     PIC 9(04) VALUE ZEROS.
       77 W-ELGPROC     PIC 9(04) VALUE ZEROS.
       77 W-ELGDATA     PIC 9(08) VALUE ZEROS.
       77 W-ELGPLANO    PIC 9(02) VALUE ZEROS.
       77 W-ELGVALID    PIC 9(08) VALUE ZEROS.
       77 W-ELGADESAO   PIC 9(08) VALUE ZEROS.
       77 W-ELGDIAS     PIC S9(07) VALUE ZEROS.
       77 W-CONVPARTIC  PIC 9(04) VALUE 0001.
       01 W-ELGDMA.
          03 W-ELGDIA   PIC 9(02).
          03 W-ELGMES   PIC 9(02).
          03 W-ELGANO   PIC 9(04).
      *    DIAS CORRIDOS PARA A CONTAGEM DA CARENCIA
       77 W-SERIAL1     PIC 9(07) VALUE ZEROS.
       77 W-SERIAL      PIC 9(07) VALUE ZEROS.
       77 W-ALEAP       PIC 9(04) VALUE ZEROS.
       77 W-Q4          PIC 9(04) VALUE ZEROS.
       77 W-Q100        PIC 9(04) VALUE ZEROS.
       77 W-Q400        PIC 9(04) VALUE ZEROS.
       01 W-CDATA.
          03 W-CANO     PIC 9(04).
          03 W-CMES     PIC 9(02).
          03 W-CDIA     PIC 9(02).
      *    DIAS ACUMULADOS NO INICIO DE CADA MES
       01 TAB-CUMD.
          03 FILLER     PIC 9(03) VALUE 000.
          03 FILLER     PIC 9(03) VALUE 031.
          03 FILLER     PIC 9(03) VALUE 059.
          03 FILLER     PIC 9(03) VALUE 090.
          03 FILLER     PIC 9(03) VALUE 120.
          03 FILLER     PIC 9(03) VALUE 151.
          03 FILLER     PIC 9(03) VALUE 181.
          03 FILLER     PIC 9(03) VALUE 212.
          03 FILLER     PIC 9(03) VALUE 243.
          03 FILLER     PIC 9(03) VALUE 273.
          03 FILLER     PIC 9(03) VALUE 304.
          03 FILLER     PIC 9(03) VALUE 334.
       01 TAB-CUMD-R REDEFINES TAB-CUMD.
          03 TCU-DIAS   PIC 9(03) OCCURS 12 TIMES.
      *    1 = CONSULTA CONVERTIDA PARA PARTICULAR NESTE REGISTRO
       77 W-ELGCONVT    PIC 9(01) VALUE ZEROS.
      *    ENCAMINHAMENTOS PARA OUTRA ESPECIALIDADE (ENCAMIN)
       77 ST-ERRO14     PIC X(02) VALUE "00".
       77 ST-ERRO15     PIC X(02) VALUE "00".
       77 W-CTLENC      PIC 9(01) VALUE ZEROS.
       77 W-CTLLK       PIC 9(01) VALUE ZEROS.
       77 IND-ENC       PIC 9(01) VALUE ZEROS.
       77 W-LINENC      PIC 9(02) VALUE ZEROS.
       01 TAB-ENC.
          03 TE-ITEM    OCCURS 2 TIMES.
             05 TE-ESPEC   PIC 9(02).
             05 TE-PRIOR   PIC X(01).
             05 TE-CID     PIC X(04).
             05 TE-MOTIVO  PIC X(30).
             05 TE-EXISTE  PIC 9(01).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
                 MOVE 1 TO W-CTLMAT
              ELSE
                 CLOSE COMPMAT.
      *    A VERIFICACAO DE ELEGIBILIDADE E OPCIONAL: SEM O CARTPAC
      *    E O COBERT IMPLANTADOS O ATENDIMENTO SEGUE SEM ELA
       INC-OPE.
           OPEN INPUT CARTPAC
           IF ST-ERRO10 = "00"
              MOVE 1 TO W-CTLCAR.
           OPEN INPUT COBERT
           IF ST-ERRO11 = "00"
              MOVE 1 TO W-CTLCOB.
           OPEN INPUT CADCONV
           IF ST-ERRO12 = "00"
              MOVE 1 TO W-CTLCNV.
      *    O CONTROLE DE COMPETENCIAS E OPCIONAL: SEM O COMPET
      *    IMPLANTADO NENHUM MES ESTA FECHADO
       INC-OPF.
           OPEN INPUT COMPET
           IF ST-ERRO13 = "00"
              MOVE 1 TO W-CTLCMP.
      *    OS ENCAMINHAMENTOS FICAM NO ENCAMIN, CRIADO NA PRIMEIRA
      *    VEZ; A ESPECIALIDADE E VALIDADA NO DOMINIO "ES" QUANDO O
      *    LOOKUP EXISTE
       INC-OPG.
           OPEN I-O ENCAMIN
           IF ST-ERRO14 = "30" OR ST-ERRO14 = "35"
              OPEN OUTPUT ENCAMIN
              CLOSE ENCAMIN
              OPEN I-O ENCAMIN.
           IF ST-ERRO14 = "00"
              MOVE 1 TO W-CTLENC.
           OPEN INPUT LOOKUP
           IF ST-ERRO15 = "00"
              MOVE 1 TO W-CTLLK.

       INC-001.
           MOVE ZEROS TO CHAVEATE DTRETORNO CPFATE W-SEL W-ELGCONVT
           PERFORM VARYING IND-PRO FROM 1 BY 1 UNTIL IND-PRO > 5
              MOVE ZEROS TO PROCATE(IND-PRO)
           END-PERFORM
           MOVE SPACES TO OBSATE CIDATE(1) CIDATE(2).
           MOVE ZEROS TO TE-ESPEC(1) TE-ESPEC(2)
                         TE-EXISTE(1) TE-EXISTE(2)
           MOVE SPACES TO TE-PRIOR(1) TE-PRIOR(2) TE-CID(1) TE-CID(2)
                          TE-MOTIVO(1) TE-MOTIVO(2).
                    DISPLAY (01, 01) ERASE.
                    DISPLAY (01, 15) "REGISTRO DO ATENDIMENTO"
                    DISPLAY (03, 01) "CRM DO MEDICO   :"
                    DISPLAY (14, 01) "OBSERVACAO :"
                    DISPLAY (16, 01) "RETORNO (DDMMAAAA, 0=SEM) :"
                    DISPLAY (23, 01) " MENSAGEM :".
                IF W-CTLENC = 1
                   DISPLAY (19, 01)
                      "ENCAMINHAMENTO (ESP 0=FIM  PRIOR. U/P/E)".

       INC-002.
                ACCEPT (03, 19) CRMATE
                   MOVE "*** DATA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                MOVE DATAATE TO W-CMPDATA
                PERFORM VAL-COMPET THRU VAL-COMPET-FIM
                IF W-CMPFECH = 1
                   MOVE "* COMPETENCIA FECHADA, DATA BLOQUEADA *"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT (05, 19) HORAATE
                ACCEPT W-ACT FROM ESCAPE KEY
                      PERFORM MOSTRA-PROC THRU MOSTRA-PROC-FIM
                      DISPLAY (14, 14) OBSATE
                      DISPLAY (16, 29) DTRETORNO
                      PERFORM ENC-CARREGA THRU ENC-CARREGA-FIM
                      MOVE "* ATENDIMENTO JA REGISTRADO, ALTERANDO *"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE "* PROCEDIMENTO INATIVADO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005A.
                PERFORM ATE-ELG THRU ATE-ELG-FIM
                IF W-ELGRES > 1
                   GO TO INC-005A.
                DISPLAY (W-LINPRO, 17) DESCPROC
                MOVE VLRPROC TO MASCVLR
                DISPLAY (W-LINPRO, 49) MASCVLR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.

      *    ATE DOIS ENCAMINHAMENTOS PARA OUTRA ESPECIALIDADE, COM
      *    PRIORIDADE E CID/MOTIVO; ESPECIALIDADE ZERO ENCERRA
       INC-008.
                IF W-CTLENC = 0
                   GO TO INC-OPC.
                MOVE 1 TO IND-ENC.
       INC-008A.
                IF IND-ENC > 2
                   GO TO INC-OPC.
                COMPUTE W-LINENC = 19 + IND-ENC
                DISPLAY (W-LINENC, 05) "ESP:"
                ACCEPT (W-LINENC, 10) TE-ESPEC(IND-ENC) WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO INC-007.
                IF TE-ESPEC(IND-ENC) = ZEROS
      *    ZERA O RESTO DA LISTA; O QUE JA ESTAVA GRAVADO E EXCLUIDO
      *    NA GRAVACAO DO ATENDIMENTO
                   PERFORM ENC-ZERA THRU ENC-ZERA-FIM
                      VARYING IND-LIM FROM IND-ENC BY 1
                         UNTIL IND-LIM > 2
                   GO TO INC-OPC.
                IF W-CTLLK = 1
                   MOVE "ES" TO LKDOM
                   MOVE TE-ESPEC(IND-ENC) TO LKCOD
                   READ LOOKUP
                   IF ST-ERRO15 NOT = "00"
                      MOVE "*** ESPECIALIDADE INVALIDA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-008A.
                IF TE-PRIOR(IND-ENC) = SPACES
                   MOVE "E" TO TE-PRIOR(IND-ENC).
                IF TE-CID(IND-ENC) = SPACES
                   MOVE CIDATE(1) TO TE-CID(IND-ENC).
       INC-008B.
                DISPLAY (W-LINENC, 13) "PRI:"
                ACCEPT (W-LINENC, 18) TE-PRIOR(IND-ENC) WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO INC-008A.
                IF TE-PRIOR(IND-ENC) NOT = "U" AND
                   TE-PRIOR(IND-ENC) NOT = "P" AND
                   TE-PRIOR(IND-ENC) NOT = "E"
                   MOVE "* PRIORIDADE: U=URGENTE P=PRIORIT. E=ELETIVO *"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008B.
       INC-008C.
                DISPLAY (W-LINENC, 20) "CID:"
                ACCEPT (W-LINENC, 25) TE-CID(IND-ENC) WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO INC-008B.
                IF TE-CID(IND-ENC) NOT = SPACES AND W-CTLCID = 1
                   MOVE TE-CID(IND-ENC) TO CIDCOD
                   READ CADCID
                   IF ST-ERRO7 NOT = "00"
                      MOVE "* CID NAO CADASTRADO *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-008C.
       INC-008D.
                DISPLAY (W-LINENC, 30) "MOT:"
                ACCEPT (W-LINENC, 35) TE-MOTIVO(IND-ENC) WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO INC-008C.
                IF TE-CID(IND-ENC) = SPACES AND
                   TE-MOTIVO(IND-ENC) = SPACES
                   MOVE "* INFORME O CID OU O MOTIVO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008D.
                ADD 1 TO IND-ENC
                GO TO INC-008A.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   IF W-CTLENC = 1
                      GO TO INC-008
                   ELSE
                      GO TO INC-007.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO ATENDIM" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
      *    OS ENCAMINHAMENTOS VAO PARA O ENCAMIN COM A CHAVE DO
      *    ATENDIMENTO, PARA O ENCAMCON ACOMPANHAR O AGENDAMENTO
       INC-WR1A.
                IF W-CTLENC = 1
                   PERFORM ENC-GRAVA THRU ENC-GRAVA-FIM
                      VARYING IND-ENC FROM 1 BY 1 UNTIL IND-ENC > 2.
      *    O REGISTRO DO ATENDIMENTO BAIXA A CONSULTA COMO REALIZADA
       INC-WR2.
                IF STATUSAGE NOT = "R" OR W-ELGCONVT = 1
                   MOVE "R" TO STATUSAGE
                   REWRITE REGAGENDA
                   IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
       MOSTRA-PROC-FIM.
                EXIT.

      *-----------------------------------------------------------------
      *    ENCAMINHAMENTOS JA GRAVADOS PARA O ATENDIMENTO (ALTERACAO)
       ENC-CARREGA.
           IF W-CTLENC = 0
              GO TO ENC-CARREGA-FIM.
           PERFORM ENC-LE THRU ENC-LE-FIM
              VARYING IND-ENC FROM 1 BY 1 UNTIL IND-ENC > 2.
       ENC-CARREGA-FIM.
           EXIT.
       ENC-LE.
           MOVE CRMATE  TO ENCCRM
           MOVE DATAATE TO ENCDATA
           MOVE HORAATE TO ENCHORA
           MOVE SEQATE  TO ENCSEQ
           MOVE IND-ENC TO ENCITEM
           READ ENCAMIN
           IF ST-ERRO14 NOT = "00"
              GO TO ENC-LE-FIM.
           MOVE ENCESPEC  TO TE-ESPEC(IND-ENC)
           MOVE ENCPRIOR  TO TE-PRIOR(IND-ENC)
           MOVE ENCCID    TO TE-CID(IND-ENC)
           MOVE ENCMOTIVO TO TE-MOTIVO(IND-ENC)
           MOVE 1 TO TE-EXISTE(IND-ENC)
           COMPUTE W-LINENC = 19 + IND-ENC
           DISPLAY (W-LINENC, 05) "ESP:"
           DISPLAY (W-LINENC, 10) TE-ESPEC(IND-ENC)
           DISPLAY (W-LINENC, 13) "PRI:"
           DISPLAY (W-LINENC, 18) TE-PRIOR(IND-ENC)
           DISPLAY (W-LINENC, 20) "CID:"
           DISPLAY (W-LINENC, 25) TE-CID(IND-ENC)
           DISPLAY (W-LINENC, 30) "MOT:"
           DISPLAY (W-LINENC, 35) TE-MOTIVO(IND-ENC).
       ENC-LE-FIM.
           EXIT.

      *    LIMPA O ITEM IND-LIM DA LISTA (TELA E TABELA)
       ENC-ZERA.
           MOVE ZEROS TO TE-ESPEC(IND-LIM)
           MOVE SPACES TO TE-PRIOR(IND-LIM) TE-CID(IND-LIM)
                          TE-MOTIVO(IND-LIM)
           COMPUTE W-LINENC = 19 + IND-LIM
           DISPLAY (W-LINENC, 05) LIMPA
           DISPLAY (W-LINENC, 30) LIMPA.
       ENC-ZERA-FIM.
           EXIT.

      *    GRAVA, REGRAVA OU EXCLUI O ITEM IND-ENC NO ENCAMIN
       ENC-GRAVA.
           MOVE CRMATE  TO ENCCRM
           MOVE DATAATE TO ENCDATA
           MOVE HORAATE TO ENCHORA
           MOVE SEQATE  TO ENCSEQ
           MOVE IND-ENC TO ENCITEM
           IF TE-EXISTE(IND-ENC) = 1
              READ ENCAMIN
              IF ST-ERRO14 NOT = "00"
                 MOVE 0 TO TE-EXISTE(IND-ENC).
           IF TE-ESPEC(IND-ENC) = ZEROS
              IF TE-EXISTE(IND-ENC) = 1
                 DELETE ENCAMIN RECORD
              END-IF
              GO TO ENC-GRAVA-FIM.
      *    ENCAMINHAMENTO NOVO, OU COM A ESPECIALIDADE TROCADA, FICA
      *    PENDENTE ATE O ENCAMCON ACHAR A CONSULTA MARCADA
           IF TE-EXISTE(IND-ENC) = 0 OR
              ENCESPEC NOT = TE-ESPEC(IND-ENC)
              MOVE "P" TO ENCSIT
              MOVE ZEROS TO ENCCRMAGE ENCDTAGE ENCQTDCONV.
           MOVE CPFAGE             TO ENCCPF
           MOVE TE-ESPEC(IND-ENC)  TO ENCESPEC
           MOVE TE-PRIOR(IND-ENC)  TO ENCPRIOR
           MOVE TE-CID(IND-ENC)    TO ENCCID
           MOVE TE-MOTIVO(IND-ENC) TO ENCMOTIVO
           IF TE-EXISTE(IND-ENC) = 1
              REWRITE REGENCAMIN
           ELSE
              WRITE REGENCAMIN
           END-IF
           IF ST-ERRO14 NOT = "00" AND ST-ERRO14 NOT = "02"
              MOVE "* ERRO NA GRAVACAO DO ENCAMINHAMENTO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ENC-GRAVA-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    ELEGIBILIDADE DE CADA PROCEDIMENTO NO CONVENIO DA CONSULTA.
      *    O PROCEDIMENTO NAO TEM CONVENIO PROPRIO: NO BLOQUEIO OU A
      *    CONSULTA INTEIRA PASSA A PARTICULAR (GRAVADO NA AGENDA
      *    JUNTO COM A BAIXA) OU O PROCEDIMENTO E REDIGITADO
       ATE-ELG.
           MOVE CPFAGE TO W-ELGCPF
           MOVE CONVPACI TO W-ELGCONV
           MOVE PROCATE(IND-PRO) TO W-ELGPROC
           MOVE DATAATE TO W-ELGDMA
           COMPUTE W-ELGDATA = (W-ELGANO * 10000) +
                   (W-ELGMES * 100) + W-ELGDIA
           PERFORM ELG-VERIFICA THRU ELG-VERIFICA-FIM
           IF W-ELGRES = 0
              GO TO ATE-ELG-FIM.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           IF W-ELGRES = 1
              GO TO ATE-ELG-FIM.
       ATE-ELG1.
           MOVE "N" TO W-OPCAO
           DISPLAY (18, 01) "CONSULTA PASSA A PARTICULAR (S/N) :"
           ACCEPT (18, 37) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           DISPLAY (18, 01) LIMPA
           IF W-ACT = 02 OR W-OPCAO = "N" OR W-OPCAO = "n"
              MOVE "* PROCEDIMENTO BLOQUEADO NO CONVENIO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ATE-ELG-FIM.
           IF W-OPCAO NOT = "S" AND W-OPCAO NOT = "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ATE-ELG1.
           MOVE W-CONVPARTIC TO CONVPACI
           MOVE 1 TO W-ELGCONVT
           MOVE 0 TO W-ELGRES
           MOVE "* CONSULTA CONVERTIDA PARA PARTICULAR *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ATE-ELG-FIM.
           EXIT.
      *
      **************************************
      * VERIFICACAO DE ELEGIBILIDADE       *
      **************************************
      *
      *    PACIENTE W-ELGCPF NO CONVENIO W-ELGCONV, PROCEDIMENTO
      *    W-ELGPROC (0000=CONSULTA) NA DATA W-ELGDATA (AAAAMMDD).
      *    W-ELGRES: 0=ELEGIVEL  1=AVISO (SEM CARTEIRINHA)
      *              2=CARTEIRINHA VENCIDA  3=SEM COBERTURA
      *              4=EM CARENCIA
      *    DE 2 EM DIANTE O CONVENIO FICA BLOQUEADO; A MENSAGEM
      *    VOLTA PRONTA EM MENS
       ELG-VERIFICA.
           MOVE 0 TO W-ELGRES
           MOVE ZEROS TO W-ELGADESAO
           IF W-ELGCONV = W-CONVPARTIC OR W-ELGCONV = ZEROS
              GO TO ELG-VERIFICA-FIM.
           IF W-CTLCAR = 0
              GO TO ELG-VERIFICA1.
           MOVE W-ELGCPF TO CARCPF
           READ CARTPAC
           IF ST-ERRO10 NOT = "00" OR CARCONV NOT = W-ELGCONV OR
              STATUSREG OF REGCARTPAC = "I"
              MOVE 1 TO W-ELGRES
              MOVE "* PACIENTE SEM CARTEIRINHA DO CONVENIO *" TO MENS
              GO TO ELG-VERIFICA1.
           MOVE CARVALID TO W-ELGDMA
           COMPUTE W-ELGVALID = (W-ELGANO * 10000) +
                   (W-ELGMES * 100) + W-ELGDIA
           IF W-ELGVALID NOT = ZEROS AND W-ELGVALID < W-ELGDATA
              MOVE 2 TO W-ELGRES
              MOVE "* CARTEIRINHA DO CONVENIO VENCIDA *" TO MENS
              GO TO ELG-VERIFICA-FIM.
           MOVE CARADESAO TO W-ELGDMA
           COMPUTE W-ELGADESAO = (W-ELGANO * 10000) +
                   (W-ELGMES * 100) + W-ELGDIA.
      *    REGRA DO PLANO DO CONVENIO; SEM ELA, A REGRA DO PLANO 00
       ELG-VERIFICA1.
           IF W-CTLCOB = 0
              GO TO ELG-VERIFICA-FIM.
           MOVE ZEROS TO W-ELGPLANO
           IF W-CTLCNV = 1
              MOVE W-ELGCONV TO CODIGO
              READ CADCONV KEY IS CODIGO
              IF ST-ERRO12 = "00"
                 MOVE TPPLANO TO W-ELGPLANO
              END-IF
           END-IF
           MOVE W-ELGCONV TO COBCONV
           MOVE W-ELGPLANO TO COBPLANO
           MOVE W-ELGPROC TO COBPROC
           READ COBERT
           IF ST-ERRO11 = "00" AND STATUSREG OF REGCOBERT NOT = "I"
              GO TO ELG-VERIFICA2.
           MOVE ZEROS TO COBPLANO
           READ COBERT
           IF ST-ERRO11 = "00" AND STATUSREG OF REGCOBERT NOT = "I"
              GO TO ELG-VERIFICA2.
      *    SEM REGRA PARA O PROCEDIMENTO SO BLOQUEIA QUANDO O
      *    CONVENIO TEM TABELA DE COBERTURA; SEM TABELA COBRE TUDO
           MOVE W-ELGCONV TO COBCONV
           MOVE ZEROS TO COBPLANO COBPROC
           START COBERT KEY IS NOT LESS THAN CHAVECOB
           IF ST-ERRO11 NOT = "00"
              GO TO ELG-VERIFICA-FIM.
           READ COBERT NEXT RECORD
           IF ST-ERRO11 NOT = "00" OR COBCONV NOT = W-ELGCONV
              GO TO ELG-VERIFICA-FIM.
           MOVE 3 TO W-ELGRES
           MOVE "* PROCEDIMENTO SEM COBERTURA NO CONVENIO *" TO MENS
           GO TO ELG-VERIFICA-FIM.
      *    CARENCIA EM DIAS CORRIDOS DESDE A ADESAO DA CARTEIRINHA
       ELG-VERIFICA2.
           IF COBCOBRE = "N"
              MOVE 3 TO W-ELGRES
              MOVE "* PROCEDIMENTO SEM COBERTURA NO CONVENIO *" TO MENS
              GO TO ELG-VERIFICA-FIM.
           IF COBCARENCIA = ZEROS OR W-ELGADESAO = ZEROS
              GO TO ELG-VERIFICA-FIM.
           MOVE W-ELGADESAO TO W-CDATA
           PERFORM CAL-SERIAL THRU CAL-SERIAL-FIM
           MOVE W-SERIAL TO W-SERIAL1
           MOVE W-ELGDATA TO W-CDATA
           PERFORM CAL-SERIAL THRU CAL-SERIAL-FIM
           COMPUTE W-ELGDIAS = W-SERIAL - W-SERIAL1
           IF W-ELGDIAS < COBCARENCIA
              MOVE 4 TO W-ELGRES
              MOVE "* PROCEDIMENTO EM CARENCIA NO CONVENIO *" TO MENS.
       ELG-VERIFICA-FIM.
           EXIT.
      *
      *    DIAS CORRIDOS DA DATA W-CDATA (AAAAMMDD) EM W-SERIAL
       CAL-SERIAL.
           MOVE W-CANO TO W-ALEAP
           IF W-CMES < 3
              SUBTRACT 1 FROM W-ALEAP
           END-IF
           DIVIDE W-ALEAP BY 4 GIVING W-Q4
           DIVIDE W-ALEAP BY 100 GIVING W-Q100
           DIVIDE W-ALEAP BY 400 GIVING W-Q400
           COMPUTE W-SERIAL = (W-CANO * 365) + W-Q4 - W-Q100 +
                   W-Q400 + TCU-DIAS(W-CMES) + W-CDIA.
       CAL-SERIAL-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    BAIXA DO ESTOQUE PELA COMPOSICAO PADRAO DE CADA
      *    PROCEDIMENTO DO ATENDIMENTO (SALDO NAO FICA NEGATIVO)
       BAIXA-PROC1-FIM.
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
                IF ST-ERRO13 = "00" AND CMPSIT = "F"
                   MOVE 1 TO W-CMPFECH.
       VAL-COMPET-FIM.
                EXIT.
      *-------------------------------------------------------------
       ROT-FIM.
           IF W-CTLCID = 1
           IF W-CTLMAT = 1
              CLOSE COMPMAT CADMAT
           END-IF
           IF W-CTLCAR = 1
              CLOSE CARTPAC
           END-IF
           IF W-CTLCOB = 1
              CLOSE COBERT
           END-IF
           IF W-CTLCNV = 1
              CLOSE CADCONV
           END-IF
           IF W-CTLCMP = 1
              CLOSE COMPET
           END-IF
           IF W-CTLENC = 1
              CLOSE ENCAMIN
           END-IF
           IF W-CTLLK = 1
              CLOSE LOOKUP
           END-IF
           CLOSE ATENDIM AGENDA PROCED.
           DISPLAY (01, 01) ERASE.
           EXIT PROGRAM.
