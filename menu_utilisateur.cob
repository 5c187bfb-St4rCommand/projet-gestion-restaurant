       OPERATION_UTILISATEUR.

       PERFORM WITH TEST AFTER UNTIL Wutil = 0
        PERFORM WITH TEST AFTER UNTIL Wutil >= 0 AND Wutil <= 6
         DISPLAY '*********************************'
         DISPLAY '************* MENU **************'
         DISPLAY '***** OPERATION UTILISATEUR *****'
         DISPLAY ' 3 - Modifier un compte'
         DISPLAY ' 4 - Activer/Désactiver un compte'
         DISPLAY ' 5 - Affectations des Gérants aux restaurants'
         DISPLAY ' 6 - Roles et droits d''accès'
         DISPLAY ' 0 - Quitter'
         ACCEPT Wutil
         EVALUATE Wutil
           PERFORM DESACTIVER_UTILISATEUR
          WHEN 5
           PERFORM GERER_AFFECTATIONS
          WHEN 6
           PERFORM GERER_ROLES
         END-EVALUATE
        END-PERFORM
       END-PERFORM.
