                DISPLAY (01, 01) ERASE.
                DISPLAY (01, 15) "CADASTRO DE DOMINIOS"
                DISPLAY (03, 01)
                   "PL=PLANO ES=ESPECIALID. GN=GENERO MO=MOTIVO AL=ALTA"
                DISPLAY (05, 01) "DOMINIO    : "
                DISPLAY (06, 01) "CODIGO     : "
                DISPLAY (07, 01) "DESCRICAO  : ".
                   CLOSE LOOKUP
                   GO TO ROT-FIM.
                IF LKDOM NOT = "PL" AND LKDOM NOT = "ES" AND
                   LKDOM NOT = "GN" AND LKDOM NOT = "MO" AND
                   LKDOM NOT = "AL"
                   MOVE "*** DOMINIO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
