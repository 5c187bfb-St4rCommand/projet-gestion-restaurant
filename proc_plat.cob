              MOVE 'SUPPR' TO WrjOp
              MOVE pTampon TO WrjEnr
              PERFORM JOURNALISER_ECRITURE
              PERFORM SUPPRIMER_RECETTE_PLAT
           ELSE
            DISPLAY 'La suppression a été annulée'
           END-IF
