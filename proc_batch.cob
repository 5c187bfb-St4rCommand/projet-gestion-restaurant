      ***************** LANCER_JOB_BATCH **********************
      * Exécution non interactive des jobs de nuit : le nom du
      * job est passé en argument au lancement du programme
      * (CLOTURE, ARCHIVAGE, MAILS, SMS, DEVIS, INTEGRITE,
      * REGISTRE...),
      * éventuellement suivi d'un paramètre (DISPO 30 : horizon
      * en jours). Le job est déroulé de bout en bout sans
      * aucune question : chaque
      * saisie habituelle reçoit sa valeur par défaut (date du
      * jour, tous les restaurants, profondeur d'archivage
      * standard). Le résultat, avec les compteurs du job et un
       MOVE 'BATCH' TO WpseudoConnecte
       MOVE 'Directeur' TO Wrole
       MOVE 0 TO WaffNb
       MOVE 1 TO WdrTous
       MOVE 0 TO WrolPerim
       MOVE WbatchJob TO WbatchLigne
       MOVE SPACES TO WbatchJob
       MOVE SPACES TO WbatchArg
       UNSTRING WbatchLigne DELIMITED BY ALL SPACE
        INTO WbatchJob WbatchArg
       END-UNSTRING

       EVALUATE WbatchJob
        WHEN 'CLOTURE'
         IF WmqMorts NOT = 0 THEN
          MOVE 1 TO WbatchKO
         END-IF
        WHEN 'COMMUNES'
         PERFORM CONTROLER_COMMUNES
         MOVE SPACES TO WbatchDetail
         STRING 'adresses à corriger : ' DELIMITED BY SIZE
           WcomAnom DELIMITED BY SIZE
           INTO WbatchDetail
        WHEN 'DEVIS'
         PERFORM EXPIRER_DEVIS
         MOVE SPACES TO WbatchDetail
         STRING 'devis expirés : ' DELIMITED BY SIZE
           WdvNbExpires DELIMITED BY SIZE
           INTO WbatchDetail
        WHEN 'SMS'
         PERFORM TRAITER_FILE_SMS
         MOVE SPACES TO WbatchDetail
         STRING 'envoyés : ' DELIMITED BY SIZE
           WsmsEnvoyes DELIMITED BY SIZE
           ' re-tentés : ' DELIMITED BY SIZE
           WsmsEchecs DELIMITED BY SIZE
           ' rejetés : ' DELIMITED BY SIZE
           WsmsMorts DELIMITED BY SIZE
           INTO WbatchDetail
         IF WsmsMorts NOT = 0 THEN
          MOVE 1 TO WbatchKO
         END-IF
        WHEN 'WEB'
         PERFORM TRAITER_RESAS_WEB
         MOVE SPACES TO WbatchDetail
         IF WintAnom NOT = 0 THEN
          MOVE 1 TO WbatchKO
         END-IF
        WHEN 'REGISTRE'
         PERFORM VERIFIER_REGISTRE_FISCAL
         MOVE SPACES TO WbatchDetail
         STRING 'tickets : ' DELIMITED BY SIZE
           WvfNbTickets DELIMITED BY SIZE
           ' ruptures : ' DELIMITED BY SIZE
           WvfNbRuptures DELIMITED BY SIZE
           INTO WbatchDetail
         IF WvfNbRuptures NOT = 0 THEN
          MOVE 1 TO WbatchKO
         END-IF
        WHEN 'COMMANDES'
         PERFORM PROPOSER_COMMANDES_TOUS
         MOVE SPACES TO WbatchDetail
         STRING 'restaurants : ' DELIMITED BY SIZE
           WpcNbRest DELIMITED BY SIZE
           ' lignes proposées : ' DELIMITED BY SIZE
           WpcTotLignes DELIMITED BY SIZE
           ' sans fournisseur : ' DELIMITED BY SIZE
           WpcTotSans DELIMITED BY SIZE
           INTO WbatchDetail
        WHEN 'ENQUETES'
      *les enquêtes partent le lendemain de la visite
         ACCEPT SYS-DATE8 FROM DATE YYYYMMDD
         MOVE SYS-DATE8 TO WsvDate8
         COMPUTE WsvInt = FUNCTION INTEGER-OF-DATE(WsvDate8) - 1
         COMPUTE WsvDate8 = FUNCTION DATE-OF-INTEGER(WsvInt)
         COMPUTE Wdate_annee = WsvDate8 / 10000
         COMPUTE Wdate_mois = FUNCTION MOD(WsvDate8 / 100, 100)
         COMPUTE Wdate_jour = FUNCTION MOD(WsvDate8, 100)
         PERFORM ENVOYER_ENQUETES
         MOVE SPACES TO WbatchDetail
         STRING 'enquêtes déposées : ' DELIMITED BY SIZE
           WsvNbEnv DELIMITED BY SIZE
           ' sans consentement : ' DELIMITED BY SIZE
           WsvNbRef DELIMITED BY SIZE
           ' déjà déposées : ' DELIMITED BY SIZE
           WsvNbDeja DELIMITED BY SIZE
           INTO WbatchDetail
        WHEN 'DISPO'
         MOVE 0 TO WdspJours
         IF WbatchArg NOT = SPACES THEN
          UNSTRING WbatchArg DELIMITED BY SPACE INTO WdspJours
          END-UNSTRING
         END-IF
         PERFORM EXPORTER_DISPONIBILITES
         MOVE SPACES TO WbatchDetail
         STRING 'jours : ' DELIMITED BY SIZE
           WdspJours DELIMITED BY SIZE
           ' restaurants : ' DELIMITED BY SIZE
           WdspNbRest DELIMITED BY SIZE
           ' créneaux : ' DELIMITED BY SIZE
           WdspNbLignes DELIMITED BY SIZE
           ' sans horaires : ' DELIMITED BY SIZE
           WdspSansHor DELIMITED BY SIZE
           INTO WbatchDetail
        WHEN OTHER
         MOVE 1 TO WbatchKO
         MOVE 'job inconnu' TO WbatchDetail
         DISPLAY 'Job inconnu : ',WbatchJob
         DISPLAY 'Jobs disponibles : CLOTURE, ARCHIVAGE, MAILS,'
     -          ' SMS, WEB, RAPPELS, INTEGRITE, REGISTRE, COMMANDES,'
     -          ' COMMUNES,'
         DISPLAY '  ENQUETES, DEVIS, DISPO [jours]'
       END-EVALUATE

       PERFORM ECRIRE_JOURNAL_BATCH
