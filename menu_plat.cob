       OPERATION_PLAT.

       PERFORM WITH TEST AFTER UNTIL Wplat = 0
        PERFORM WITH TEST AFTER UNTIL Wplat >= 0 AND Wplat <= 7
         DISPLAY '*********************************'
         DISPLAY '************* MENU **************'
         DISPLAY '******** OPERATION PLAT *********'
         DISPLAY ' 3 - Modifier un plat'
         DISPLAY ' 4 - Supprimer un plat'
         DISPLAY ' 5 - Stock de portions et plats 86'
         DISPLAY ' 6 - Ingrédients et coûts d''achat'
         DISPLAY ' 7 - Fiche recette d''un plat'
         DISPLAY ' 0 - Quitter'
         ACCEPT Wplat
         EVALUATE Wplat
           PERFORM SUPPRIMER_PLAT
          WHEN 5
           PERFORM GERER_STOCK_PLATS
          WHEN 6
           PERFORM GERER_INGREDIENTS
          WHEN 7
           PERFORM GERER_RECETTE
         END-EVALUATE
        END-PERFORM
       END-PERFORM.
