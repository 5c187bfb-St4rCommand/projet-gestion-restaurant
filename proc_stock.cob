       CLOSE fstockplats.

      ************* PROPOSER_ALTERNATIVE_MENU *****************
      * Quand un menu est refusé faute de stock ou pour une
      * allergie déclarée, cherche dans l'offre du restaurant
      * WidRestSauv un autre menu disponible dont les trois
      * plats sont servables et compatibles avec les
      * déclarations chargées pour le convive WalgConvive, et
      * le propose. fmenus et frmenus doivent être ouverts en
      * entrée par l'appelant.
      ******************************************************
       PROPOSER_ALTERNATIVE_MENU.
               NOT INVALID KEY
                PERFORM VERIFIER_STOCK_MENU
                IF WstockOK = 1 THEN
                 MOVE 1 TO WalgMuet
                 PERFORM CONTROLER_ALLERGIES_MENU
                 MOVE 0 TO WalgMuet
                 IF WalgOK = 1 THEN
                  MOVE frm_nomMenu TO WstkAlt
                 END-IF
                END-IF
              END-READ
             END-IF
