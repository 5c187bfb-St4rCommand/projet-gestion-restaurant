
       PERFORM WITH TEST AFTER UNTIL Wnbchoix = 0
        PERFORM WITH TEST AFTER UNTIL Wnbchoix >= 0
           AND Wnbchoix <= 21
         DISPLAY '*********************************'
         DISPLAY '************* MENU **************'
         DISPLAY '***** OPERATION RESERVATION *****'
         DISPLAY '*********************************'
         DISPLAY 'Que souhaitez vous faire ?'
         MOVE 'RES' TO WdrMenu
         PERFORM AFFICHER_OPTIONS_MENU
         DISPLAY ' 0 - Quitter'
         ACCEPT Wnbchoix
         MOVE 'RES' TO WdrMenu
         MOVE Wnbchoix TO WdrOption
         PERFORM CONTROLER_OPTION_MENU
         IF WdrOK = 0 THEN
          MOVE 99 TO Wnbchoix
         END-IF
         EVALUATE Wnbchoix
          WHEN 1
           PERFORM AJOUTER_RESERVATION
           PERFORM RAPPORT_RUPTURES
          WHEN 18
           PERFORM GERER_SERIES
          WHEN 19
           PERFORM RAPPORT_TEMPS_SERVICE
          WHEN 20
           PERFORM GERER_EMPORTER
          WHEN 21
           PERFORM RAPPORT_RYTHME_RESERVATIONS
         END-EVALUATE
        END-PERFORM
       END-PERFORM.
