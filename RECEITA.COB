       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEITA.
      *AUTHOR. LUCAS ALVES VIEIRA.
      ********************************************************
      * RECEITUARIO DO ATENDIMENTO *
      * A PARTIR DE UM ATENDIMENTO REGISTRADO NO ATENDIM, *
      * GRAVA OS MEDICAMENTOS PRESCRITOS (TABELA MEDICAM) COM *
      * QUANTIDADE E POSOLOGIA (PADRAO DA TABELA, ALTERAVEL) E *
      * IMPRIME A RECEITA EM RECEITA.DAT COM OS DADOS DO MEDICO *
      * (CADMED) E DO PACIENTE (CADPACI). OS ITENS DE CONTROLE *
      * ESPECIAL SAEM EM RECEITA PROPRIA, EM DUAS VIAS (RETENCAO *
      * DA FARMACIA E ORIENTACAO AO PACIENTE), COM O ENDERECO *
      * DO PACIENTE. O PRONTU MOSTRA AS PRESCRICOES E O RELCTRL *
      * LISTA OS CONTROLADOS DO MES PARA A FISCALIZACAO *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PRESCR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEPRE
                    FILE STATUS  IS ST-ERRO.

            SELECT ATENDIM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVEATE
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS CPFATE
                                    WITH DUPLICATES.

            SELECT MEDICAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MDCCOD
                    FILE STATUS  IS ST-ERRO4.

            SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRMMED
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS NOME OF REGCADMED
                                    WITH DUPLICATES.

            SELECT CADPACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF
                    FILE STATUS  IS ST-ERRO5
                    ALTERNATE RECORD KEY IS NOMEPACI
                                    WITH DUPLICATES.

            SELECT CADCEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CEP
                    FILE STATUS  IS ST-ERRO6.

            SELECT RECIMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO7.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD PRESCR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PRESCR.DAT".
       01 REGPRESCR.
          03 CHAVEPRE.
             05 PRECRM        PIC 9(06).
             05 PREDATA       PIC 9(08).
             05 PREHORA       PIC 9(04).
             05 PRESEQENC     PIC 9(02).
             05 PREITEM       PIC 9(02).
          03 PRECPF           PIC 9(11).
          03 PREMEDIC         PIC 9(04).
          03 PREQTDE          PIC 9(03).
          03 PREPOSOL         PIC X(40).
          03 PRECTRL          PIC X(01).
          03 PREDTPRE         PIC 9(08).
      *    PRECTRL: COPIA DO MDCCTRL NA PRESCRICAO (S=CONTROLE
      *    ESPECIAL), PARA O RELCTRL NAO DEPENDER DA TABELA ATUAL
      *
       FD ATENDIM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ATENDIM.DAT".
       01 REGATENDIM.
          03 CHAVEATE.
             05 CRMATE        PIC 9(06).
             05 DATAATE.
                07 DIAATE     PIC 9(02).
                07 MESATE     PIC 9(02).
                07 ANOATE     PIC 9(04).
             05 HORAATE       PIC 9(04).
             05 SEQATE        PIC 9(02).
          03 PROCATE          PIC 9(04) OCCURS 5 TIMES.
          03 CIDATE           PIC X(04) OCCURS 2 TIMES.
          03 OBSATE           PIC X(60).
          03 DTRETORNO        PIC 9(08).
          03 CPFATE           PIC 9(11).
      *
       FD MEDICAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MEDICAM.DAT".
       01 REGMEDICAM.
                03 MDCCOD            PIC 9(04).
                03 MDCNOME           PIC X(30).
                03 MDCAPRES          PIC X(20).
                03 MDCPOSOL          PIC X(40).
                03 MDCCTRL           PIC X(01).
                03 STATUSREG         PIC X(01).
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
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGCADPACI.
          03 CPF            PIC 9(11).
          03 NOMEPACI       PIC X(30).
          03 FILLER         PIC X(44).
          03 CEPPACI        PIC 9(08).
          03 NUMENDERECO    PIC 9(04).
          03 COMPENDERECO   PIC X(12).
          03 FILLER         PIC X(56).
          03 STATUSREG      PIC X(01).
      *
       FD CADCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCEP.DAT".
       01 REGCADCEP.
                03 CEP               PIC 9(08).
                03 ENDERECO          PIC X(30).
                03 BAIRRO            PIC X(20).
                03 CIDADE            PIC X(20).
                03 ESTADO            PIC X(02).
                03 STATUSREG         PIC X(01).
      *
       FD RECIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RECEITA.DAT".
       01 LINHA-REC          PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       01 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(79) VALUE SPACES.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 ST-ERRO2      PIC X(02) VALUE "00".
       77 ST-ERRO3      PIC X(02) VALUE "00".
       77 ST-ERRO4      PIC X(02) VALUE "00".
       77 ST-ERRO5      PIC X(02) VALUE "00".
       77 ST-ERRO6      PIC X(02) VALUE "00".
       77 ST-ERRO7      PIC X(02) VALUE "00".
       77 W-CTLCEP      PIC 9(01) VALUE ZEROS.
       77 W-ITEMMAX     PIC 9(02) VALUE ZEROS.
       77 W-QTDITEM     PIC 9(02) VALUE ZEROS.
       77 W-QTDCTR      PIC 9(02) VALUE ZEROS.
       77 W-FIMPRE      PIC 9(01) VALUE ZEROS.
       77 W-LINPRE      PIC 9(02) VALUE ZEROS.
       77 W-POSTELA     PIC X(34) VALUE SPACES.
      *    RECEITA EM IMPRESSAO: N=COMUM  S=CONTROLE ESPECIAL
       77 W-TIPOREC     PIC X(01) VALUE SPACES.
       77 W-VIA         PIC 9(01) VALUE ZEROS.
       77 W-NUMITEM     PIC 9(02) VALUE ZEROS.
      *    MAXIMO DE ITENS DA RECEITA (LINHAS 09 A 19 DA TELA)
       77 W-MAXITEM     PIC 9(02) VALUE 11.

       01 LIN-RC1.
          03 FILLER      PIC X(40) VALUE
             "----------------------------------------".
          03 FILLER      PIC X(38) VALUE
             "--------------------------------------".
       01 LIN-RC2.
          03 FILLER      PIC X(06) VALUE SPACES.
          03 LRC2-TIT    PIC X(40).
          03 LRC2-VIA    PIC X(32).
       01 LIN-RC3.
          03 FILLER      PIC X(10) VALUE "MEDICO  : ".
          03 LRC3-NOME   PIC X(30).
          03 FILLER      PIC X(06) VALUE "  CRM ".
          03 LRC3-CRM    PIC 9(06).
       01 LIN-RC4.
          03 FILLER      PIC X(10) VALUE "PACIENTE: ".
          03 LRC4-NOME   PIC X(30).
          03 FILLER      PIC X(06) VALUE "  CPF ".
          03 LRC4-CPF    PIC 9(11).
       01 LIN-RC5.
          03 FILLER      PIC X(10) VALUE "ENDERECO: ".
          03 LRC5-END    PIC X(30).
          03 FILLER      PIC X(02) VALUE ", ".
          03 LRC5-NUM    PIC ZZZ9.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LRC5-COMP   PIC X(12).
       01 LIN-RC6.
          03 FILLER      PIC X(10) VALUE SPACES.
          03 LRC6-CIDADE PIC X(20).
          03 FILLER      PIC X(01) VALUE "/".
          03 LRC6-UF     PIC X(02).
          03 FILLER      PIC X(06) VALUE "  CEP ".
          03 LRC6-CEP    PIC 9(08).
       01 LIN-RC7.
          03 LRC7-ITEM   PIC Z9.
          03 FILLER      PIC X(02) VALUE ") ".
          03 LRC7-NOME   PIC X(30).
          03 FILLER      PIC X(01) VALUE SPACES.
          03 LRC7-APRES  PIC X(20).
          03 FILLER      PIC X(07) VALUE "  QTDE ".
          03 LRC7-QTDE   PIC ZZ9.
       01 LIN-RC8.
          03 FILLER      PIC X(04) VALUE SPACES.
          03 FILLER      PIC X(06) VALUE "USO : ".
          03 LRC8-POSOL  PIC X(40).
       01 LIN-RC9.
          03 FILLER      PIC X(10) VALUE "DATA    : ".
          03 LRC9-DIA    PIC 9(02).
          03 FILLER      PIC X(01) VALUE "/".
          03 LRC9-MES    PIC 9(02).
          03 FILLER      PIC X(01) VALUE "/".
          03 LRC9-ANO    PIC 9(04).
       01 LIN-RC10.
          03 FILLER      PIC X(36) VALUE SPACES.
          03 FILLER      PIC X(34) VALUE
             "__________________________________".
       01 LIN-RC11.
          03 FILLER      PIC X(36) VALUE SPACES.
          03 FILLER      PIC X(34) VALUE
             "ASSINATURA E CARIMBO DO MEDICO".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-OP0.
           OPEN I-O PRESCR
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30" OR ST-ERRO = "35"
                 OPEN OUTPUT PRESCR
                 CLOSE PRESCR
                 OPEN I-O PRESCR
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO PRESCR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       INC-OP1.
           OPEN INPUT ATENDIM
           IF ST-ERRO3 NOT = "00"
              MOVE "* ARQUIVO ATENDIM NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE PRESCR
              GO TO ROT-FIM.
       INC-OP2.
           OPEN INPUT MEDICAM
           IF ST-ERRO4 NOT = "00"
              MOVE "* ARQUIVO MEDICAM NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE PRESCR ATENDIM
              GO TO ROT-FIM.
       INC-OP3.
           OPEN INPUT CADMED
           IF ST-ERRO2 NOT = "00"
              MOVE "* ARQUIVO CADMED NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE PRESCR ATENDIM MEDICAM
              GO TO ROT-FIM.
       INC-OP4.
           OPEN INPUT CADPACI
           IF ST-ERRO5 NOT = "00"
              MOVE "* ARQUIVO CADPACI NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE PRESCR ATENDIM MEDICAM CADMED
              GO TO ROT-FIM.
      *    SEM O CADCEP A RECEITA DE CONTROLE SAI SO COM O NUMERO
      *    E O COMPLEMENTO DO ENDERECO
           OPEN INPUT CADCEP
           IF ST-ERRO6 = "00"
              MOVE 1 TO W-CTLCEP.

       PRE-001.
           MOVE ZEROS TO CHAVEPRE PRECPF PREMEDIC PREQTDE PREDTPRE
           MOVE SPACES TO PREPOSOL PRECTRL.
                    DISPLAY (01, 01) ERASE.
                    DISPLAY (01, 15) "RECEITUARIO DO ATENDIMENTO"
                    DISPLAY (03, 01) "CRM DO MEDICO   :"
                    DISPLAY (04, 01) "DATA (DDMMAAAA) :"
                    DISPLAY (05, 01) "HORARIO (HHMM)  :"
                    DISPLAY (06, 01) "ENCAIXE (0=NAO) :"
                    DISPLAY (23, 01) " MENSAGEM :".
       PRE-002.
           ACCEPT (03, 19) PRECRM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO ROT-FIM.
           IF PRECRM = ZEROS
              MOVE "*** CRM INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PRE-002.
       PRE-003.
           ACCEPT (04, 19) PREDATA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO PRE-002.
           IF PREDATA = ZEROS
              MOVE "*** DATA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PRE-003.
       PRE-004.
           ACCEPT (05, 19) PREHORA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO PRE-003.
           IF PREHORA = ZEROS
              MOVE "*** HORARIO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PRE-004.
       PRE-004A.
           ACCEPT (06, 19) PRESEQENC WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO PRE-004.
      *    A PRESCRICAO NASCE DE UM ATENDIMENTO JA REGISTRADO
       LER-ATEND01.
           MOVE PRECRM TO CRMATE
           MOVE PREDATA TO DATAATE
           MOVE PREHORA TO HORAATE
           MOVE PRESEQENC TO SEQATE
           READ ATENDIM
           IF ST-ERRO3 NOT = "00"
              MOVE "* ATENDIMENTO NAO REGISTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PRE-002.
           MOVE CRMATE TO CRMMED
           READ CADMED KEY IS CRMMED
           IF ST-ERRO2 NOT = "00"
              MOVE "(MEDICO NAO CADASTRADO)" TO NOME OF REGCADMED.
           DISPLAY (03, 30) NOME OF REGCADMED
           MOVE CPFATE TO CPF
           READ CADPACI KEY IS CPF
           IF ST-ERRO5 NOT = "00"
              MOVE "(PACIENTE NAO CADASTRADO)" TO NOMEPACI.
           DISPLAY (04, 30) "PACIENTE:"
           DISPLAY (04, 40) NOMEPACI
           PERFORM PRE-LISTA THRU PRE-LISTA-FIM.

       PRE-ACAO.
           DISPLAY (21, 01)
              "I=INCLUIR  E=EXCLUIR  R=IMPRIMIR  ESC=NOVO ATEND.".
       PRE-ACAO1.
           MOVE SPACES TO W-OPCAO
           ACCEPT (21, 55) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO PRE-001.
           IF W-OPCAO = "i" MOVE "I" TO W-OPCAO.
           IF W-OPCAO = "e" MOVE "E" TO W-OPCAO.
           IF W-OPCAO = "r" MOVE "R" TO W-OPCAO.
           IF W-OPCAO = "I"
              GO TO PRE-INC.
           IF W-OPCAO = "E"
              GO TO PRE-EXC.
           IF W-OPCAO = "R"
              GO TO PRE-IMP.
           GO TO PRE-ACAO1.

      *-----------------------------------------------------------------
      *    INCLUSAO DE UM MEDICAMENTO (PROXIMO ITEM DA RECEITA)
       PRE-INC.
           IF W-QTDITEM NOT < W-MAXITEM
              MOVE "* LIMITE DE ITENS DA RECEITA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PRE-ACAO1.
           DISPLAY (22, 01) "MEDICAMENTO:".
       PRE-INC1.
           MOVE ZEROS TO PREMEDIC PREQTDE
           ACCEPT (22, 14) PREMEDIC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              DISPLAY (22, 01) LIMPA
              GO TO PRE-ACAO.
           IF PREMEDIC = ZEROS
              MOVE "*** MEDICAMENTO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PRE-INC1.
           MOVE PREMEDIC TO MDCCOD
           READ MEDICAM
           IF ST-ERRO4 NOT = "00"
              MOVE "* MEDICAMENTO NAO CADASTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PRE-INC1.
           IF STATUSREG OF REGMEDICAM = "I"
              MOVE "* MEDICAMENTO INATIVADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PRE-INC1.
           DISPLAY (22, 20) MDCNOME
           IF MDCCTRL = "S"
              MOVE "* MEDICAMENTO DE CONTROLE ESPECIAL *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       PRE-INC2.
           DISPLAY (22, 52) "QTDE:"
           ACCEPT (22, 58) PREQTDE WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO PRE-INC1.
           IF PREQTDE = ZEROS
              MOVE "*** QUANTIDADE INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PRE-INC2.
      *    A POSOLOGIA VEM DA TABELA E O MEDICO PODE AJUSTAR
           MOVE MDCPOSOL TO PREPOSOL.
       PRE-INC3.
           DISPLAY (20, 01) "POSOLOGIA:"
           ACCEPT (20, 12) PREPOSOL WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              DISPLAY (20, 01) LIMPA
              GO TO PRE-INC2.
           IF PREPOSOL = SPACES
              MOVE "*** POSOLOGIA OBRIGATORIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PRE-INC3.
       PRE-INC4.
           MOVE CRMATE TO PRECRM
           MOVE DATAATE TO PREDATA
           MOVE HORAATE TO PREHORA
           MOVE SEQATE TO PRESEQENC
           COMPUTE PREITEM = W-ITEMMAX + 1
           MOVE CPFATE TO PRECPF
           MOVE MDCCTRL TO PRECTRL
           ACCEPT PREDTPRE FROM DATE YYYYMMDD
           WRITE REGPRESCR
           IF ST-ERRO = "00" OR "02"
              MOVE "*** MEDICAMENTO PRESCRITO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              DISPLAY (20, 01) LIMPA
              DISPLAY (22, 01) LIMPA
              PERFORM PRE-LISTA THRU PRE-LISTA-FIM
              GO TO PRE-ACAO.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO PRESCR" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *-----------------------------------------------------------------
      *    EXCLUSAO DE UM ITEM PRESCRITO POR ENGANO
       PRE-EXC.
           DISPLAY (22, 01) "ITEM A EXCLUIR:".
       PRE-EXC1.
           MOVE CRMATE TO PRECRM
           MOVE DATAATE TO PREDATA
           MOVE HORAATE TO PREHORA
           MOVE SEQATE TO PRESEQENC
           MOVE ZEROS TO PREITEM
           ACCEPT (22, 17) PREITEM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              DISPLAY (22, 01) LIMPA
              GO TO PRE-ACAO.
           READ PRESCR
           IF ST-ERRO NOT = "00"
              MOVE "* ITEM NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PRE-EXC1.
       PRE-EXC2.
           DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
           MOVE "N" TO W-OPCAO
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              MOVE "*** ITEM NAO EXCLUIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              DISPLAY (22, 01) LIMPA
              GO TO PRE-ACAO.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PRE-EXC2.
           DELETE PRESCR RECORD
           IF ST-ERRO = "00"
              MOVE "*** ITEM EXCLUIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              DISPLAY (22, 01) LIMPA
              PERFORM PRE-LISTA THRU PRE-LISTA-FIM
              GO TO PRE-ACAO.
           MOVE "ERRO NA EXCLUSAO DO ARQUIVO PRESCR" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *-----------------------------------------------------------------
      *    IMPRESSAO DA RECEITA EM RECEITA.DAT (UMA ATRAS DA OUTRA):
      *    OS ITENS COMUNS NUMA RECEITA SIMPLES E OS DE CONTROLE
      *    ESPECIAL NUMA RECEITA PROPRIA EM DUAS VIAS
       PRE-IMP.
           IF W-QTDITEM = ZEROS
              MOVE "* ATENDIMENTO SEM MEDICAMENTO PRESCRITO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PRE-ACAO1.
           OPEN EXTEND RECIMP
           IF ST-ERRO7 NOT = "00"
              IF ST-ERRO7 = "30" OR ST-ERRO7 = "35"
                 OPEN OUTPUT RECIMP
                 CLOSE RECIMP
                 OPEN EXTEND RECIMP
              ELSE
                 MOVE "ERRO NA ABERTURA DA RECEITA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO PRE-ACAO1.
           IF W-QTDITEM > W-QTDCTR
              MOVE "N" TO W-TIPOREC
              MOVE 1 TO W-VIA
              PERFORM IMP-RECEITA THRU IMP-RECEITA-FIM.
           IF W-QTDCTR > ZEROS
              MOVE "S" TO W-TIPOREC
              PERFORM IMP-CEP THRU IMP-CEP-FIM
              PERFORM IMP-RECEITA THRU IMP-RECEITA-FIM
                 VARYING W-VIA FROM 1 BY 1 UNTIL W-VIA > 2.
           CLOSE RECIMP
           IF W-QTDCTR > ZEROS
              MOVE "*** RECEITA IMPRESSA (CONTROLE EM 2 VIAS) ***"
                                                       TO MENS
           ELSE
              MOVE "*** RECEITA IMPRESSA ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO PRE-ACAO1.

      *    ENDERECO DO PACIENTE PARA A RECEITA DE CONTROLE ESPECIAL
       IMP-CEP.
           MOVE SPACES TO LRC5-END LRC6-CIDADE LRC6-UF
           MOVE ZEROS TO LRC5-NUM LRC6-CEP
           MOVE SPACES TO LRC5-COMP
           IF NOMEPACI = "(PACIENTE NAO CADASTRADO)"
              GO TO IMP-CEP-FIM.
           MOVE NUMENDERECO TO LRC5-NUM
           MOVE COMPENDERECO TO LRC5-COMP
           MOVE CEPPACI TO LRC6-CEP
           IF W-CTLCEP = 0
              GO TO IMP-CEP-FIM.
           MOVE CEPPACI TO CEP
           READ CADCEP
           IF ST-ERRO6 = "00"
              MOVE ENDERECO TO LRC5-END
              MOVE CIDADE TO LRC6-CIDADE
              MOVE ESTADO TO LRC6-UF.
       IMP-CEP-FIM.
           EXIT.

      *    UMA VIA DA RECEITA DO TIPO W-TIPOREC
       IMP-RECEITA.
           WRITE LINHA-REC FROM LIN-RC1
           MOVE SPACES TO LRC2-VIA
           IF W-TIPOREC = "S"
              MOVE "RECEITUARIO DE CONTROLE ESPECIAL" TO LRC2-TIT
              IF W-VIA = 1
                 MOVE "1A VIA - RETENCAO DA FARMACIA" TO LRC2-VIA
              ELSE
                 MOVE "2A VIA - ORIENTACAO AO PACIENTE" TO LRC2-VIA
              END-IF
           ELSE
              MOVE "RECEITUARIO" TO LRC2-TIT
           END-IF
           WRITE LINHA-REC FROM LIN-RC2
           WRITE LINHA-REC FROM SPACES
           MOVE NOME OF REGCADMED TO LRC3-NOME
           MOVE CRMATE TO LRC3-CRM
           WRITE LINHA-REC FROM LIN-RC3
           MOVE NOMEPACI TO LRC4-NOME
           MOVE CPFATE TO LRC4-CPF
           WRITE LINHA-REC FROM LIN-RC4
           IF W-TIPOREC = "S"
              WRITE LINHA-REC FROM LIN-RC5
              WRITE LINHA-REC FROM LIN-RC6
           END-IF
           WRITE LINHA-REC FROM SPACES
           MOVE ZEROS TO W-NUMITEM
           PERFORM IMP-ITENS THRU IMP-ITENS-FIM
           WRITE LINHA-REC FROM SPACES
           MOVE DIAATE TO LRC9-DIA
           MOVE MESATE TO LRC9-MES
           MOVE ANOATE TO LRC9-ANO
           WRITE LINHA-REC FROM LIN-RC9
           WRITE LINHA-REC FROM SPACES
           WRITE LINHA-REC FROM LIN-RC10
           WRITE LINHA-REC FROM LIN-RC11
           WRITE LINHA-REC FROM LIN-RC1.
       IMP-RECEITA-FIM.
           EXIT.

      *    ITENS DO ATENDIMENTO DO TIPO W-TIPOREC, EM ORDEM DE ITEM
       IMP-ITENS.
           MOVE 0 TO W-FIMPRE
           MOVE CRMATE TO PRECRM
           MOVE DATAATE TO PREDATA
           MOVE HORAATE TO PREHORA
           MOVE SEQATE TO PRESEQENC
           MOVE 0 TO PREITEM
           START PRESCR KEY IS NOT LESS THAN CHAVEPRE
           IF ST-ERRO NOT = "00"
              GO TO IMP-ITENS-FIM.
           PERFORM IMP-ITENS1 THRU IMP-ITENS1-FIM
              UNTIL W-FIMPRE = 1.
       IMP-ITENS-FIM.
           EXIT.
       IMP-ITENS1.
           READ PRESCR NEXT RECORD
           IF ST-ERRO NOT = "00"
              MOVE 1 TO W-FIMPRE
              GO TO IMP-ITENS1-FIM.
           IF PRECRM NOT = CRMATE OR PREDATA NOT = DATAATE OR
              PREHORA NOT = HORAATE OR PRESEQENC NOT = SEQATE
              MOVE 1 TO W-FIMPRE
              GO TO IMP-ITENS1-FIM.
           IF W-TIPOREC = "S" AND PRECTRL NOT = "S"
              GO TO IMP-ITENS1-FIM.
           IF W-TIPOREC = "N" AND PRECTRL = "S"
              GO TO IMP-ITENS1-FIM.
           ADD 1 TO W-NUMITEM
           MOVE W-NUMITEM TO LRC7-ITEM
           MOVE PREMEDIC TO MDCCOD
           READ MEDICAM
           IF ST-ERRO4 = "00"
              MOVE MDCNOME TO LRC7-NOME
              MOVE MDCAPRES TO LRC7-APRES
           ELSE
              MOVE "(NAO CADASTRADO)" TO LRC7-NOME
              MOVE SPACES TO LRC7-APRES.
           MOVE PREQTDE TO LRC7-QTDE
           WRITE LINHA-REC FROM LIN-RC7
           MOVE PREPOSOL TO LRC8-POSOL
           WRITE LINHA-REC FROM LIN-RC8.
       IMP-ITENS1-FIM.
           EXIT.

      *-----------------------------------------------------------------
      *    LISTA OS MEDICAMENTOS JA PRESCRITOS NO ATENDIMENTO E
      *    GUARDA O MAIOR ITEM EM W-ITEMMAX E AS QUANTIDADES DE
      *    ITENS (W-QTDITEM) E DE CONTROLADOS (W-QTDCTR)
       PRE-LISTA.
           MOVE 0 TO W-ITEMMAX W-QTDITEM W-QTDCTR
           MOVE 0 TO W-FIMPRE
           MOVE 8 TO W-LINPRE
           PERFORM PRE-LIMPA THRU PRE-LIMPA-FIM
           DISPLAY (08, 01)
              "IT MEDICAMENTO                        QTD C POSOLOGIA"
           MOVE CRMATE TO PRECRM
           MOVE DATAATE TO PREDATA
           MOVE HORAATE TO PREHORA
           MOVE SEQATE TO PRESEQENC
           MOVE 0 TO PREITEM
           START PRESCR KEY IS NOT LESS THAN CHAVEPRE
           IF ST-ERRO NOT = "00"
              GO TO PRE-LISTA-FIM.
           PERFORM PRE-LISTA1 THRU PRE-LISTA1-FIM
              UNTIL W-FIMPRE = 1.
       PRE-LISTA-FIM.
           EXIT.
       PRE-LISTA1.
           READ PRESCR NEXT RECORD
           IF ST-ERRO NOT = "00"
              MOVE 1 TO W-FIMPRE
              GO TO PRE-LISTA1-FIM.
           IF PRECRM NOT = CRMATE OR PREDATA NOT = DATAATE OR
              PREHORA NOT = HORAATE OR PRESEQENC NOT = SEQATE
              MOVE 1 TO W-FIMPRE
              GO TO PRE-LISTA1-FIM.
           MOVE PREITEM TO W-ITEMMAX
           ADD 1 TO W-QTDITEM
           IF PRECTRL = "S"
              ADD 1 TO W-QTDCTR.
           ADD 1 TO W-LINPRE
           IF W-LINPRE > 19
              GO TO PRE-LISTA1-FIM.
           DISPLAY (W-LINPRE, 01) PREITEM
           MOVE PREMEDIC TO MDCCOD
           READ MEDICAM
           IF ST-ERRO4 = "00"
              DISPLAY (W-LINPRE, 04) MDCNOME
           ELSE
              DISPLAY (W-LINPRE, 04) "(NAO CADASTRADO)".
           DISPLAY (W-LINPRE, 39) PREQTDE
           DISPLAY (W-LINPRE, 43) PRECTRL
           MOVE PREPOSOL TO W-POSTELA
           DISPLAY (W-LINPRE, 45) W-POSTELA.
       PRE-LISTA1-FIM.
           EXIT.

       PRE-LIMPA.
           MOVE 7 TO W-CONT.
       PRE-LIMPA1.
           ADD 1 TO W-CONT
           DISPLAY (W-CONT, 01) LIMPA
           IF W-CONT < 20
              GO TO PRE-LIMPA1.
       PRE-LIMPA-FIM.
           EXIT.

      *-------------------------------------------------------------
       ROT-FIM.
           IF W-CTLCEP = 1
              CLOSE CADCEP
           END-IF
           CLOSE PRESCR ATENDIM MEDICAM CADMED CADPACI.
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
       FIM-ROT-TEMPO.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
