            SET GNH-REGISTRO TO TRUE
            MOVE WS-RUN-DATE TO GNH-DATA
            MOVE "DEMOGEN" TO GNH-ORIGEM
            MOVE ZEROS TO GNH-CICLO
            WRITE GNH-RECORD
            IF WS-GER-STATUS NOT = "00"
                PERFORM ERRO-GRAVACAO-GERADO
