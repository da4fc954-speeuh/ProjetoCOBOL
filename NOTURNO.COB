      ********************************************************
      * ORQUESTRADOR DA ROTINA NOTURNA *
      * EXECUTA A SEQUENCIA CONFIGURADA DE BATCHES (NOTURNO. *
      * CFG; SEM ELE VALE A SEQUENCIA PADRAO BACKUP, VERIFIDX, *
      * RECPACI, CANCORF, CHAMAFIL, CONEXTEL, LEMBRETE, *
      * PESQSAT, CONCILIA E CENSOLEI, MAIS ENCAMCON SO NA *
      * NOITE DE DOMINGO E FATCONV, PAINEL E ARQUIVA NA *
      * RODADA DE FIM DE MES), *
      * GRAVANDO EM NOTURNO.CTL O INICIO E O FIM DE CADA PASSO *
      * DA DATA. PASSO QUE DEVOLVE RETURN-CODE DIFERENTE DE *
      * ZERO INTERROMPE A NOITE. NUMA REEXECUCAO APOS QUEDA OS *
      * PASSOS JA CONCLUIDOS NO DIA SAO PULADOS E A NOITE *
      * RETOMA DE ONDE PAROU, NO ESPIRITO DO CHECKPOINT DO *
      * IMPCEP. IMPRIME O RESUMO DA NOITE *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                03 FILLER            PIC X(01).
                03 CFG-TIPO          PIC X(01).
      *    CFG-TIPO: D=TODA NOITE  M=SO NA RODADA DE FIM DE MES
      *              S=SEMANAL (SO NA NOITE DE DOMINGO)
      *
       FD CONTROLE
               LABEL RECORD IS STANDARD
                03 CTL-HORA          PIC 9(06).
                03 FILLER            PIC X(01).
                03 CTL-RESULT        PIC X(02).
      *    CTL-EVENTO: I=INICIO  F=FIM (RESULT "OK" OU "ER")
      *
       FD RELATORIO
               LABEL RECORD IS STANDARD.
       77 IND2           PIC 9(02) VALUE ZEROS.
       77 W-MENSAL       PIC X(01) VALUE SPACES.
       77 W-ERROCALL     PIC 9(01) VALUE ZEROS.
       77 W-PARAR        PIC 9(01) VALUE ZEROS.
       77 W-DTHOJE       PIC 9(08) VALUE ZEROS.
       01 W-DTSEM.
          03 W-ANOSEM    PIC 9(04).
          03 W-MESSEM    PIC 9(02).
          03 W-DIASEM    PIC 9(02).
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
       01 MENS           PIC X(50) VALUE SPACES.
       01 W-HORAG.
          03 W-HORAG6    PIC 9(06).
             05 TP-TIPO  PIC X(01).
             05 TP-SIT   PIC X(01).
      *    TP-SIT: E=EXECUTADO  J=JA CONCLUIDO (CHECKPOINT)
      *            F=FALHOU (INTERROMPEU A NOITE)
      *            M=PULADO (SO FIM DE MES)  P=PENDENTE
      *            S=PULADO (SO NA NOITE DE DOMINGO)

       01 LIN-CAB1.
          03 FILLER      PIC X(20) VALUE SPACES.
           ACCEPT W-MENSAL
           IF W-MENSAL = "s"
              MOVE "S" TO W-MENSAL.
           MOVE W-DTHOJE TO W-DTSEM
           PERFORM CAL-DIASEM THRU CAL-DIASEM-FIM
           PERFORM NOT-CARGACFG THRU NOT-CARGACFG-FIM
           PERFORM NOT-CHECKPT THRU NOT-CHECKPT-FIM.

      *    EXECUTA OS PASSOS AINDA PENDENTES, NA ORDEM CONFIGURADA
       NOT-PROC.
           PERFORM NOT-PASSO THRU NOT-PASSO-FIM
              VARYING IND FROM 1 BY 1
                 UNTIL IND > W-QTDPASSO OR W-PARAR = 1.
           PERFORM NOT-RESUMO THRU NOT-RESUMO-FIM.

       ROT-FIM.
           DISPLAY "PASSOS EXECUTADOS: " W-QTDEXEC.
           IF W-PARAR = 1
              DISPLAY "*** NOITE INTERROMPIDA POR FALHA DE PASSO ***".
           DISPLAY "*** ROTINA NOTURNA ENCERRADA ***".
       ROT-FIMS.
           STOP RUN.
           EXIT.

       NOT-CFGPADRAO.
           MOVE 14 TO W-QTDPASSO
           MOVE "BACKUP"   TO TP-PROG(1)
           MOVE "D"        TO TP-TIPO(1)
           MOVE "VERIFIDX" TO TP-PROG(2)
           MOVE "D"        TO TP-TIPO(2)
           MOVE "RECPACI"  TO TP-PROG(3)
           MOVE "D"        TO TP-TIPO(3)
           MOVE "CANCORF"  TO TP-PROG(4)
           MOVE "D"        TO TP-TIPO(4)
           MOVE "CHAMAFIL" TO TP-PROG(5)
           MOVE "D"        TO TP-TIPO(5)
           MOVE "CONEXTEL" TO TP-PROG(6)
           MOVE "D"        TO TP-TIPO(6)
           MOVE "LEMBRETE" TO TP-PROG(7)
           MOVE "D"        TO TP-TIPO(7)
           MOVE "PESQSAT"  TO TP-PROG(8)
           MOVE "D"        TO TP-TIPO(8)
           MOVE "CONCILIA" TO TP-PROG(9)
           MOVE "D"        TO TP-TIPO(9)
           MOVE "CENSOLEI" TO TP-PROG(10)
           MOVE "D"        TO TP-TIPO(10)
           MOVE "ENCAMCON" TO TP-PROG(11)
           MOVE "S"        TO TP-TIPO(11)
           MOVE "FATCONV"  TO TP-PROG(12)
           MOVE "M"        TO TP-TIPO(12)
           MOVE "PAINEL"   TO TP-PROG(13)
           MOVE "M"        TO TP-TIPO(13)
           MOVE "ARQUIVA"  TO TP-PROG(14)
           MOVE "M"        TO TP-TIPO(14)
           PERFORM VARYING IND2 FROM 1 BY 1 UNTIL IND2 > 14
              MOVE "P" TO TP-SIT(IND2)
           END-PERFORM.
       NOT-CFGPADRAO-FIM.
           IF TP-TIPO(IND) = "M" AND W-MENSAL NOT = "S"
              MOVE "M" TO TP-SIT(IND)
              GO TO NOT-PASSO-FIM.
           IF TP-TIPO(IND) = "S" AND W-DIASEMANA NOT = 1
              MOVE "S" TO TP-SIT(IND)
              GO TO NOT-PASSO-FIM.
           IF TP-SIT(IND) = "J"
              ADD 1 TO W-QTDPULA
              DISPLAY "PASSO JA CONCLUIDO HOJE: " TP-PROG(IND)
           MOVE SPACES TO CTL-RESULT
           PERFORM NOT-GRAVACTL THRU NOT-GRAVACTL-FIM
           MOVE 0 TO W-ERROCALL
           MOVE 0 TO RETURN-CODE
           CALL TP-PROG(IND)
              ON EXCEPTION
                 DISPLAY "* PROGRAMA NAO ENCONTRADO: " TP-PROG(IND)
      *    FIM E SERA RETOMADO NA PROXIMA REEXECUCAO
           IF W-ERROCALL = 1
              GO TO NOT-PASSO-FIM.
      *    PASSO QUE DEVOLVE ERRO FICA SEM O "OK" (REEXECUTA NA
      *    RETOMADA) E OS PASSOS SEGUINTES NAO RODAM NESTA NOITE
           IF RETURN-CODE NOT = ZEROS
              DISPLAY "* PASSO COM FALHA: " TP-PROG(IND)
                      " - NOITE INTERROMPIDA *"
              MOVE 0 TO RETURN-CODE
              MOVE "F" TO CTL-EVENTO
              MOVE "ER" TO CTL-RESULT
              PERFORM NOT-GRAVACTL THRU NOT-GRAVACTL-FIM
              MOVE "F" TO TP-SIT(IND)
              MOVE 1 TO W-PARAR
              GO TO NOT-PASSO-FIM.
           MOVE "F" TO CTL-EVENTO
           MOVE "OK" TO CTL-RESULT
           PERFORM NOT-GRAVACTL THRU NOT-GRAVACTL-FIM
              MOVE "JA CONCLUIDO (REEXECUCAO)" TO LD-SIT.
           IF TP-SIT(IND2) = "M"
              MOVE "SO NA RODADA DE FIM DE MES" TO LD-SIT.
           IF TP-SIT(IND2) = "S"
              MOVE "SO NA NOITE DE DOMINGO" TO LD-SIT.
           IF TP-SIT(IND2) = "F"
              MOVE "FALHOU - NOITE INTERROMPIDA" TO LD-SIT.
           IF TP-SIT(IND2) = "P"
              MOVE "NAO EXECUTADO" TO LD-SIT.
           WRITE LINHA-REL FROM LIN-DET.
       NOT-RESUMO1-FIM.
           EXIT.

      *    DIA DA SEMANA DE HOJE (1=DOMINGO ... 7=SABADO)
       CAL-DIASEM.
           MOVE W-DIASEM TO W-ZQ
           MOVE W-MESSEM TO W-ZM
           MOVE W-ANOSEM TO W-ZANO
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
      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    30 = ARQUIVO NAO ENCONTRADO
