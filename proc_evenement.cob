      * une plage horaire d'une date. Le contrôle de capacité et
      * l'assignation de table des réservations ordinaires les
      * respectent, et la fiche du jour les affiche pour le
      * host stand. Une simple demande de prix passe d'abord par
      * un devis (GERER_DEVIS), qui ne bloque aucune table tant
      * qu'il n'est pas accepté.
      ******************************************************
       GERER_EVENEMENTS.

        DISPLAY ' 4 - Menus du banquet d''un événement'
        DISPLAY ' 5 - Paiements d''un événement'
        DISPLAY ' 6 - Relevé pour l''organisateur'
        DISPLAY ' 7 - Devis (demandes de prix)'
        DISPLAY ' 0 - Retour'
        ACCEPT WevtChoix
        EVALUATE WevtChoix
          PERFORM SAISIR_PAIEMENT_EVENEMENT
         WHEN 6
          PERFORM IMPRIMER_RELEVE_EVENEMENT
         WHEN 7
          PERFORM GERER_DEVIS
        END-EVALUATE
       END-PERFORM


          PERFORM SAISIR_DATE_RESERVATION

          PERFORM SAISIR_CRENEAU_EVENEMENT

          IF evt_typePriv = 2 OR evt_nbTables > 0 THEN
           DISPLAY 'Organisateur :'
         END-IF
       END-READ.

      *************** SAISIR_CRENEAU_EVENEMENT ****************
      * Saisit le créneau de l'événement evtTampon pour le
      * restaurant WidRestSauv : heures de début et de fin, type
      * de privatisation et tables bloquées (evt_nbTables reste
      * à 0 si aucune table n'est retenue)
      ******************************************************
       SAISIR_CRENEAU_EVENEMENT.

       PERFORM WITH TEST AFTER UNTIL WheureOK = 1
        DISPLAY 'Heure de début (HH MM) :'
        ACCEPT WheureSauv_heure
        ACCEPT WheureSauv_minute
        PERFORM VALIDER_HEURE
        IF WheureOK = 0 THEN
         DISPLAY 'Heure invalide'
        END-IF
       END-PERFORM
       MOVE WheureSauv TO evt_heureDeb
       PERFORM WITH TEST AFTER UNTIL WheureOK = 1
          AND WheureSauv >= evt_heureDeb
        DISPLAY 'Heure de fin (HH MM) :'
        ACCEPT WheureSauv_heure
        ACCEPT WheureSauv_minute
        PERFORM VALIDER_HEURE
        IF WheureOK = 0 THEN
         DISPLAY 'Heure invalide'
        ELSE
         IF WheureSauv < evt_heureDeb THEN
          DISPLAY 'La fin doit suivre le début'
         END-IF
        END-IF
       END-PERFORM
       MOVE WheureSauv TO evt_heureFin

       MOVE 9 TO evt_typePriv
       PERFORM WITH TEST AFTER UNTIL evt_typePriv = 1
          OR evt_typePriv = 2
        DISPLAY 'Type de privatisation ?'
        DISPLAY ' 1 - Un ensemble de tables'
        DISPLAY ' 2 - Le restaurant entier'
        ACCEPT evt_typePriv
       END-PERFORM

       MOVE 0 TO evt_nbTables
       MOVE 1 TO WevtIx
       PERFORM WITH TEST BEFORE UNTIL WevtIx > 10
        MOVE 0 TO evt_numTable(WevtIx)
        ADD 1 TO WevtIx
       END-PERFORM
       IF evt_typePriv = 1 THEN
        OPEN INPUT ftables
        MOVE 9 TO WevtNum
        PERFORM WITH TEST AFTER UNTIL WevtNum = 0
           OR evt_nbTables >= 10
         DISPLAY 'Numéro de table à bloquer (0 = terminer) :'
         ACCEPT WevtNum
         IF WevtNum NOT = 0 THEN
          MOVE WidRestSauv TO ftb_idrest
          MOVE WevtNum TO ftb_numero
          READ ftables
           INVALID KEY
            DISPLAY 'Cette table n''existe pas dans ce'
     -             ' restaurant'
           NOT INVALID KEY
            ADD 1 TO evt_nbTables
            MOVE WevtNum TO evt_numTable(evt_nbTables)
            DISPLAY 'Table ',WevtNum,' (',ftb_places,
               ' places) bloquée'
          END-READ
         END-IF
        END-PERFORM
        CLOSE ftables
        IF evt_nbTables = 0 THEN
         DISPLAY 'Aucune table retenue : événement non'
     -          ' enregistré'
        END-IF
       END-IF.

      **************** CONSULTER_EVENEMENTS *******************
      * Liste les événements privatifs d'un restaurant
      ******************************************************
