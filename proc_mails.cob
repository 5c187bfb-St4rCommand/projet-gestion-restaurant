      * messages encore à envoyer.
      * L'envoi est considéré en échec quand le destinataire
      * est vide ou sans '@' (adresse inexploitable).
      * Les résultats sont comptés par jour, restaurant et
      * canal dans datacanaux.dat (rapport RAPPORT_CANAUX).
      ******************************************************
       TRAITER_FILE_MAILS.

         IF mqd_stat = 35 THEN
          OPEN OUTPUT fmaildead
         END-IF
         OPEN I-O fcanaux

         ACCEPT SYS-DATE8 FROM DATE YYYYMMDD
         MOVE SYS-DATE8 TO WcanJour
         MOVE 'M' TO WcanCanal
         ACCEPT WmqTime FROM TIME
         MOVE SPACES TO WmqHoroNow
         STRING SYS-DATE8 DELIMITED BY SIZE
          END-READ
         END-PERFORM

         CLOSE fcanaux
         CLOSE fmaildead
         CLOSE fmailarch
         CLOSE fmailtmp
        MOVE SPACES TO WmqType
        MOVE SPACES TO WmqCode
        MOVE SPACES TO WmqIdCli
        MOVE SPACES TO WmqChamp5
        UNSTRING WmqPayload DELIMITED BY ';'
         INTO WmqDest WmqType WmqCode WmqIdCli WmqChamp5
        END-UNSTRING
      *restaurant du message pour les compteurs par canal : 5e
      *champ d'un rappel, d'un devis, d'une enquête ou d'un
      *avis de fermeture, 4e champ d'une confirmation (qui
      *commence par la date de la réservation), aucun sinon
        MOVE 0 TO WcanIdRest
        IF (WmqType = 'RAPPEL' OR WmqType = 'DEVIS'
           OR WmqType = 'ACOMPTE' OR WmqType = 'ENQUETE'
           OR WmqType = 'RELOCALISATION'
           OR WmqType = 'ANNULATION')
           AND WmqChamp5(1:4) IS NUMERIC
           THEN
         MOVE WmqChamp5(1:4) TO WcanIdRest
        ELSE
         IF WmqType(3:1) = '/' AND WmqIdCli IS NUMERIC THEN
          MOVE WmqIdCli TO WcanIdRest
         END-IF
        END-IF
        MOVE 0 TO WmqArobase
        INSPECT WmqDest TALLYING WmqArobase FOR ALL '@'

      *liste de suppression : un message marketing (CAMPAGNE)
      *ou une enquête de satisfaction (ENQUETE) adressé à un
      *client sans consentement, ou opposé depuis le dépôt,
      *n'est jamais expédié ; les messages transactionnels
      *(confirmations, rappels) passent toujours
        MOVE 0 TO Wok
        IF (WmqType = 'CAMPAGNE' OR WmqType = 'ENQUETE')
           AND WmqIdCli IS NUMERIC THEN
         OPEN INPUT fclients
         MOVE WmqIdCli TO fc_id
         READ fclients
           INTO mqdLigne
         WRITE mqdLigne
         ADD 1 TO WmqSupprimes
         MOVE 4 TO WcanOp
         PERFORM COMPTER_CANAL
        ELSE
        IF WmqDest NOT = SPACES AND WmqArobase > 0 THEN
         MOVE SPACES TO mqaLigne
           INTO mqaLigne
         WRITE mqaLigne
         ADD 1 TO WmqEnvoyes
         MOVE 1 TO WcanOp
         PERFORM COMPTER_CANAL
        ELSE
         ADD 1 TO WmqRetries
         IF WmqRetries >= 3 THEN
            INTO mqdLigne
          WRITE mqdLigne
          ADD 1 TO WmqMorts
          MOVE 3 TO WcanOp
          PERFORM COMPTER_CANAL
         ELSE
          MOVE SPACES TO mqtLigne
          STRING 'AENVOYER' DELIMITED BY SIZE
            INTO mqtLigne
          WRITE mqtLigne
          ADD 1 TO WmqEchecs
          MOVE 2 TO WcanOp
          PERFORM COMPTER_CANAL
         END-IF
        END-IF
        END-IF
       DISPLAY '-====================================-'.

      ****************** DEPOSER_RAPPEL ***********************
      * Dépose le rappel de la réservation courante
      * (resaTampon) dans la file de mails, ou dans la file de
      * SMS selon le canal du client (CHOISIR_CANAL_CLIENT), et
      * trace l'envoi dans datarelances.dat. fclients est
      * ouvert et refermé ici ; frelances doit être ouvert en
      * I-O par l'appelant.
      ******************************************************
       DEPOSER_RAPPEL.

         DISPLAY 'Réservation ',frs_id,' : client ',frs_idcli,
            ' introuvable, pas de rappel'
        NOT INVALID KEY
         MOVE 0 TO WsmsUrgent
         PERFORM CHOISIR_CANAL_CLIENT
         IF WsmsCanal = 'S' THEN
          MOVE 'RAPPEL' TO WsmsType
          MOVE frs_idrest TO WsmsIdRest
          MOVE SPACES TO WsmsTexte
          STRING 'Rappel : votre table du ' DELIMITED BY SIZE
             frs_date_jour DELIMITED BY SIZE '/' DELIMITED BY SIZE
             frs_date_mois DELIMITED BY SIZE ' à ' DELIMITED BY SIZE
             frs_heure_heure DELIMITED BY SIZE 'h' DELIMITED BY SIZE
             frs_heure_minute DELIMITED BY SIZE
             ' pour ' DELIMITED BY SIZE
             frs_nbPersonnes DELIMITED BY SIZE
             ' pers., restaurant ' DELIMITED BY SIZE
             frs_idrest DELIMITED BY SIZE
             INTO WsmsTexte
          PERFORM DEPOSER_SMS
         ELSE
          OPEN EXTEND fmailqueue
          ACCEPT SYS-DATE8 FROM DATE YYYYMMDD
          ACCEPT WmqTime FROM TIME
          MOVE SPACES TO WmqHoroNow
          STRING SYS-DATE8 DELIMITED BY SIZE
             WmqTime DELIMITED BY SIZE INTO WmqHoroNow
          MOVE SPACES TO mqLigne
          STRING 'AENVOYER' DELIMITED BY SIZE
             ';' DELIMITED BY SIZE
             '00' DELIMITED BY SIZE ';' DELIMITED BY SIZE
             WmqHoroNow DELIMITED BY SIZE ';' DELIMITED BY SIZE
             fc_mail DELIMITED BY SIZE ';' DELIMITED BY SIZE
             'RAPPEL;' DELIMITED BY SIZE
             frs_date_jour DELIMITED BY SIZE '/' DELIMITED BY SIZE
             frs_date_mois DELIMITED BY SIZE '/' DELIMITED BY SIZE
             frs_date_annee DELIMITED BY SIZE ';' DELIMITED BY SIZE
             frs_heure_heure DELIMITED BY SIZE 'h' DELIMITED BY SIZE
             frs_heure_minute DELIMITED BY SIZE ';' DELIMITED BY SIZE
             frs_idrest DELIMITED BY SIZE ';' DELIMITED BY SIZE
             frs_nbPersonnes DELIMITED BY SIZE
             INTO mqLigne
          WRITE mqLigne
          CLOSE fmailqueue
         END-IF

         MOVE frs_id TO rel_idresa
         ACCEPT SYS-DATE8 FROM DATE YYYYMMDD
