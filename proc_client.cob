         ACCEPT fc_mail
         DISPLAY 'Rue :'
         ACCEPT fc_rue
         PERFORM WITH TEST AFTER UNTIL WcomChoix NOT = 2
          DISPLAY 'Ville :'
          ACCEPT fc_ville
          PERFORM WITH TEST AFTER UNTIL WcodePCli >= 1000
             AND WcodePCli < 99999
           DISPLAY 'Code postal :'
           ACCEPT WcodePCli
          END-PERFORM
          MOVE WcodePCli TO WcomCp
          MOVE fc_ville TO WcomVille
          MOVE 1 TO WcomVilleCli
          PERFORM DEMANDER_CORRECTION_COMMUNE
         END-PERFORM
         MOVE WcomCp TO fc_codeP
         MOVE WcomVille TO fc_ville
         DISPLAY 'Placement préféré (terrasse, salle, bar,'
     -          ' fenetre... vide si aucun) :'
         ACCEPT fc_prefZone
          ACCEPT WconsValeur
         END-PERFORM
         MOVE WconsValeur TO fc_consentMkt
         MOVE 9 TO WsmsConsent
         PERFORM WITH TEST AFTER UNTIL WsmsConsent = 1
            OR WsmsConsent = 0
          DISPLAY 'Le client accepte de recevoir des SMS'
     -           ' (confirmations, rappels) ? 1:oui 0:non'
          ACCEPT WsmsConsent
         END-PERFORM
         MOVE 'M' TO fc_canalPref
         IF WsmsConsent = 1 THEN
          MOVE SPACE TO WsmsCanal
          PERFORM WITH TEST AFTER UNTIL WsmsCanal = 'M'
             OR WsmsCanal = 'S'
           DISPLAY 'Canal préféré : M (mail) ou S (SMS) :'
           ACCEPT WsmsCanal
          END-PERFORM
          MOVE WsmsCanal TO fc_canalPref
         END-IF
         MOVE 0 TO fc_nbReserv
         MOVE 0 TO fc_pctReduc
         MOVE 0 TO fc_idcompte
           DISPLAY "Echec de l'insertion"
          NOT INVALID KEY
           DISPLAY 'Client enregistré, identifiant : ',fc_id
           MOVE 'MARKETING' TO WconsFinalite
           MOVE fc_consentMkt TO WconsValeur
           PERFORM ENREGISTRER_CONSENTEMENT
           MOVE 'SMS' TO WconsFinalite
           MOVE WsmsConsent TO WconsValeur
           PERFORM ENREGISTRER_CONSENTEMENT
           MOVE 'CLIENT' TO WrjFichier
           MOVE 'AJOUT' TO WrjOp
       IF fc_prefZone NOT = SPACES THEN
        DISPLAY '  Placement préféré : ',fc_prefZone
       END-IF
       IF CANAL-PREF-SMS THEN
        DISPLAY '  Canal préféré : SMS'
       ELSE
        DISPLAY '  Canal préféré : mail'
       END-IF
       DISPLAY '********************************'
       DISPLAY ' '.

          IF WcodePCli NOT EQUAL 0
           MOVE WcodePCli TO fc_codeP
          END-IF
          IF WvilleCli NOT EQUAL SPACE OR WcodePCli NOT EQUAL 0
           PERFORM WITH TEST AFTER UNTIL WcomChoix NOT = 2
            MOVE fc_codeP TO WcomCp
            MOVE fc_ville TO WcomVille
            MOVE 1 TO WcomVilleCli
            PERFORM DEMANDER_CORRECTION_COMMUNE
            IF WcomChoix = 2 THEN
             DISPLAY 'Ville :'
             ACCEPT fc_ville
             PERFORM WITH TEST AFTER UNTIL WcodePCli >= 1000
                AND WcodePCli < 99999
              DISPLAY 'Code postal :'
              ACCEPT WcodePCli
             END-PERFORM
             MOVE WcodePCli TO fc_codeP
            END-IF
           END-PERFORM
           MOVE WcomCp TO fc_codeP
           MOVE WcomVille TO fc_ville
          END-IF
          IF WzonZone NOT EQUAL SPACE
           MOVE WzonZone TO fc_prefZone
          END-IF
              MOVE 'ANONYME' TO fc_prenom
              MOVE 0 TO fc_tel
              MOVE 'anonyme@exemple.fr' TO fc_mail
              MOVE 'M' TO fc_canalPref
              MOVE SPACES TO fc_rue
              REWRITE cliTampon
              DISPLAY 'Client ',fc_id,' anonymisé'
      * (nom;prenom;telephone;mail;rue;ville;codePostal, une
      * ligne d'entête 'fc_nom...' est ignorée). Chaque ligne
      * passe les mêmes contrôles que la saisie à l'écran
      * (téléphone, code postal, noms non vides, couple code
      * postal / ville connu du référentiel), reçoit son
      * identifiant par le compteur et est tracée dans l'audit ;
      * les lignes refusées partent dans import_rejets.csv avec
      * leur motif, pour correction et resoumission.
        ELSE
         OPEN OUTPUT frejets
         OPEN I-O fclients
         OPEN INPUT fcommunes
         MOVE 1 TO WcomOuvert
         MOVE 0 TO WimpLus
         MOVE 0 TO WimpOK
         MOVE 0 TO WimpKO
          END-READ
         END-PERFORM

         CLOSE fcommunes
         MOVE 0 TO WcomOuvert
         CLOSE fclients
         CLOSE frejets
         CLOSE fimportCli
        END-IF
       END-IF

       IF WimpMotif = SPACES THEN
        MOVE WimpCp TO WcomCp
        MOVE WimpVille TO WcomVille
        MOVE 1 TO WcomVilleCli
        PERFORM MOTIF_REJET_COMMUNE
       END-IF

       IF WimpMotif NOT = SPACES THEN
        ADD 1 TO WimpKO
        MOVE SPACES TO rejLigne
        MOVE 0 TO fc_idcompte
        MOVE SPACES TO fc_prefZone
        MOVE 0 TO fc_consentMkt
        MOVE 'M' TO fc_canalPref
        WRITE cliTampon
         INVALID KEY
          ADD 1 TO WimpKO

      ************** ENREGISTRER_CONSENTEMENT *****************
      * Ajoute une entrée datée au registre des consentements
      * pour le client courant (fc_id), la finalité
      * WconsFinalite (MARKETING ou SMS) et la valeur
      * WconsValeur (1 : consentement, 0 : opposition).
      * Ouvre et referme fconsentements.
      ******************************************************
       ENREGISTRER_CONSENTEMENT.
       COMPUTE cons_seq = WconsSeq + 1
       ACCEPT SYS-DATE8 FROM DATE YYYYMMDD
       MOVE SYS-DATE8 TO cons_date
       MOVE WconsFinalite TO cons_finalite
       MOVE WconsValeur TO cons_valeur
       WRITE consTampon
        INVALID KEY
         DISPLAY 'Erreur lors de l''enregistrement du'
      * marketing sans toucher à l'adresse mail (les messages
      * transactionnels continuent de partir). La liste de
      * suppression est appliquée par TRAITER_FILE_MAILS.
      * Recueille aussi le consentement pour la finalité SMS
      * (relu par CHOISIR_CANAL_CLIENT et TRAITER_FILE_SMS) et
      * le canal préféré du client pour ses confirmations et
      * rappels.
      ******************************************************
       GERER_CONSENTEMENTS.

           DISPLAY 'Marketing : opposition (aucune offre'
     -            ' commerciale)'
          END-IF
          PERFORM CONTROLER_CONSENTEMENT_SMS
          IF WsmsConsent = 1 THEN
           DISPLAY 'SMS : consentement donné'
          ELSE
           DISPLAY 'SMS : pas de consentement (aucun SMS)'
          END-IF
          IF CANAL-PREF-SMS THEN
           DISPLAY 'Canal préféré : SMS'
          ELSE
           DISPLAY 'Canal préféré : mail'
          END-IF

          DISPLAY 'Historique des changements :'
          OPEN INPUT fconsentements
          END-IF

          MOVE 9 TO WconsChoix
          PERFORM WITH TEST AFTER UNTIL WconsChoix <= 6
           DISPLAY 'Enregistrer un changement ?'
           DISPLAY ' 1 - Consentement marketing'
           DISPLAY ' 2 - Opposition marketing'
           DISPLAY ' 3 - Consentement SMS'
           DISPLAY ' 4 - Opposition SMS'
           DISPLAY ' 5 - Canal préféré : mail'
           DISPLAY ' 6 - Canal préféré : SMS'
           DISPLAY ' 0 - Aucun changement'
           ACCEPT WconsChoix
          END-PERFORM
          IF WconsChoix = 6 AND WsmsConsent = 0 THEN
           DISPLAY 'Recueillir d''abord le consentement SMS'
           MOVE 0 TO WconsChoix
          END-IF
          IF WconsChoix NOT = 0 THEN
           EVALUATE WconsChoix
            WHEN 1
             MOVE 1 TO fc_consentMkt
            WHEN 2
             MOVE 0 TO fc_consentMkt
            WHEN 4
             MOVE 'M' TO fc_canalPref
            WHEN 5
             MOVE 'M' TO fc_canalPref
            WHEN 6
             MOVE 'S' TO fc_canalPref
           END-EVALUATE
           REWRITE cliTampon
           IF WconsChoix <= 4 THEN
            IF WconsChoix <= 2 THEN
             MOVE 'MARKETING' TO WconsFinalite
             MOVE fc_consentMkt TO WconsValeur
            ELSE
             MOVE 'SMS' TO WconsFinalite
             IF WconsChoix = 3 THEN
              MOVE 1 TO WconsValeur
             ELSE
              MOVE 0 TO WconsValeur
             END-IF
            END-IF
            PERFORM ENREGISTRER_CONSENTEMENT
           END-IF
           MOVE 'CLIENT' TO WrjFichier
           MOVE 'MODIF' TO WrjOp
           MOVE cliTampon TO WrjEnr
