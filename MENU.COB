                DISPLAY (12, 29) "22 - CADASTRO FERIADOS"
                DISPLAY (13, 29) "23 - CADASTRO DE SALAS"
                DISPLAY (14, 29) "24 - ALOCACAO DE SALAS"
                DISPLAY (15, 29) "38 - RECURSO DE GLOSA"
                DISPLAY (16, 29) "39 - PLANO DE CONTAS"
                DISPLAY (04, 56) "25 - SERIE DE CONSULTAS"
                DISPLAY (05, 56) "26 - CONFIRMACAO PRESENCA"
                DISPLAY (06, 56) "27 - PRECOS POR CONVENIO"
                DISPLAY (14, 56) "35 - CADASTRO MATERIAIS"
                DISPLAY (15, 56) "36 - COMPOSICAO CONSUMO"
                DISPLAY (16, 56) "37 - MOVIMENTO ESTOQUE"
                DISPLAY (17, 02) "40 - FORNECEDORES"
                DISPLAY (17, 29) "41 - PRECOS DE COMPRA"
                DISPLAY (17, 56) "42 - LOTES TISS"
                DISPLAY (18, 02) "43 - COBERTURA CONVENIO"
                DISPLAY (18, 29) "44 - FILA DO CONSULTORIO"
                DISPLAY (18, 56) "45 - COMPETENCIAS"
                DISPLAY (19, 02) "46 - MEDICAMENTOS"
                DISPLAY (19, 29) "47 - RECEITUARIO"
                DISPLAY (19, 56) "48 - TELEMEDICINA CONV."
                DISPLAY (20, 02) "49 - INVENTARIO ESTOQUE"
                DISPLAY (20, 29) "50 - LEITOS OBSERVACAO"
                DISPLAY (20, 56) "51 - INTERNACAO/ALTA"
                DISPLAY (21, 02) "00 - SAIR"
                DISPLAY (21, 29) "52 - EQUIPAMENTOS EXAME"
                DISPLAY (21, 56) "53 - AGENDA DE EXAMES"
                DISPLAY (22, 29) "54 - MAPA EQUIPAMENTOS"
                DISPLAY (22, 56) "55 - CONEXOES TELECONS."
                DISPLAY (22, 02) "OPCAO: ".
       MEN-002.
                MOVE ZEROS TO W-OPCAO
                ACCEPT (22, 10) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIM.
                IF W-OPCAO = 00
                   GO TO ROT-FIM.
                IF W-OPCAO < 00 OR W-OPCAO > 55
                   MOVE "*** OPCAO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MEN-001.
                IF W-OPCAO = 01 OR W-OPCAO = 02 OR W-OPCAO = 03 OR
                   W-OPCAO = 04 OR W-OPCAO = 14 OR W-OPCAO = 15 OR
                   W-OPCAO = 20 OR W-OPCAO = 21 OR W-OPCAO = 23 OR
                   W-OPCAO = 24 OR W-OPCAO = 33 OR W-OPCAO = 37 OR
                   W-OPCAO = 38 OR W-OPCAO = 42 OR W-OPCAO = 49
                   MOVE 2 TO W-NIVELREQ.
                IF W-OPCAO = 08 OR W-OPCAO = 09 OR W-OPCAO = 16 OR
                   W-OPCAO = 17 OR W-OPCAO = 22 OR W-OPCAO = 27 OR
                   W-OPCAO = 28 OR W-OPCAO = 32 OR W-OPCAO = 34 OR
                   W-OPCAO = 35 OR W-OPCAO = 36 OR W-OPCAO = 39 OR
                   W-OPCAO = 40 OR W-OPCAO = 41 OR W-OPCAO = 43 OR
                   W-OPCAO = 45 OR W-OPCAO = 46 OR W-OPCAO = 48 OR
                   W-OPCAO = 50 OR W-OPCAO = 52
                   MOVE 3 TO W-NIVELREQ.
                IF SES-NIVEL < W-NIVELREQ
                   MOVE "*** OPCAO RESTRITA AO NIVEL SUPERIOR ***"
                IF W-OPCAO = 35 CALL "CADMAT".
                IF W-OPCAO = 36 CALL "CADCOMP".
                IF W-OPCAO = 37 CALL "MOVMAT".
                IF W-OPCAO = 38 CALL "RECGLOSA" USING PARM-SESSAO.
                IF W-OPCAO = 39 CALL "CADPLAC".
                IF W-OPCAO = 40 CALL "CADFORN".
                IF W-OPCAO = 41 CALL "CADPCOMP".
                IF W-OPCAO = 42 CALL "LOTTISS" USING PARM-SESSAO.
                IF W-OPCAO = 43 CALL "CADCOB".
                IF W-OPCAO = 44 CALL "FILACON".
                IF W-OPCAO = 45 CALL "FECHCOMP" USING PARM-SESSAO.
                IF W-OPCAO = 46 CALL "CADMEDIC".
                IF W-OPCAO = 47 CALL "RECEITA".
                IF W-OPCAO = 48 CALL "CADTELE".
                IF W-OPCAO = 49 CALL "INVMAT" USING PARM-SESSAO.
                IF W-OPCAO = 50 CALL "CADLEITO".
                IF W-OPCAO = 51 CALL "INTERNA" USING PARM-SESSAO.
                IF W-OPCAO = 52 CALL "CADEQP".
                IF W-OPCAO = 53 CALL "AGEEXA" USING PARM-SESSAO.
                IF W-OPCAO = 54 CALL "MAPAEXA".
                IF W-OPCAO = 55 CALL "CONEXTEL".
                CANCEL "CADCEP".
                CANCEL "CADCONV".
                CANCEL "CADMED".
                CANCEL "CADMAT".
                CANCEL "CADCOMP".
                CANCEL "MOVMAT".
                CANCEL "RECGLOSA".
                CANCEL "CADPLAC".
                CANCEL "CADFORN".
                CANCEL "CADPCOMP".
                CANCEL "LOTTISS".
                CANCEL "CADCOB".
                CANCEL "FILACON".
                CANCEL "FECHCOMP".
                CANCEL "CADMEDIC".
                CANCEL "RECEITA".
                CANCEL "CADTELE".
                CANCEL "INVMAT".
                CANCEL "CADLEITO".
                CANCEL "INTERNA".
                CANCEL "CADEQP".
                CANCEL "AGEEXA".
                CANCEL "MAPAEXA".
                CANCEL "CONEXTEL".
                GO TO MEN-001.
      *
      **************************************
