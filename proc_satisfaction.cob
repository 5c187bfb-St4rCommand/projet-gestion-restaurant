      *************** GERER_SATISFACTION *********************
      * Suivi de la satisfaction des clients : enquêtes déposées
      * dans la file de mails le lendemain de la visite, import
      * des réponses, réclamations ouvertes sur une réservation
      * et rapport mensuel par restaurant. Le dépôt et l'import
      * des enquêtes, qui traversent tous les restaurants, sont
      * réservés aux roles qui en détiennent le droit
      * (Directeur à l'origine).
      ******************************************************
       GERER_SATISFACTION.

       DISPLAY '|====================================|'
       DISPLAY '|=========== SATISFACTION ===========|'
       DISPLAY '|===========   CLIENTS    ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

        MOVE 9 TO WsvChoix
        PERFORM WITH TEST AFTER UNTIL WsvChoix = 0
         DISPLAY 'Que souhaitez vous faire ?'
         DISPLAY ' 1 - Déposer les enquêtes d''une journée'
         DISPLAY ' 2 - Importer les réponses aux enquêtes'
         DISPLAY ' 3 - Réclamations'
         DISPLAY ' 4 - Rapport mensuel de satisfaction'
         DISPLAY ' 0 - Retour'
         ACCEPT WsvChoix
         EVALUATE WsvChoix
          WHEN 1
           MOVE 'ENVOYER_ENQUETES' TO WdrFonction
           PERFORM CONTROLER_DROIT
           IF WdrOK = 1 THEN
            PERFORM WITH TEST AFTER UNTIL WdateOK = 1
             DISPLAY 'Date des visites (JJ MM AAAA) :'
             ACCEPT Wdate_jour
             ACCEPT Wdate_mois
             ACCEPT Wdate_annee
             PERFORM VALIDER_DATE
             IF WdateOK = 0 THEN
              DISPLAY 'Date invalide'
             END-IF
            END-PERFORM
            PERFORM ENVOYER_ENQUETES
           END-IF
          WHEN 2
           MOVE 'IMPORTER_REPONSES_ENQUETE' TO WdrFonction
           PERFORM CONTROLER_DROIT
           IF WdrOK = 1 THEN
            PERFORM IMPORTER_REPONSES_ENQUETE
           END-IF
          WHEN 3
           PERFORM GERER_PLAINTES
          WHEN 4
           PERFORM RAPPORT_SATISFACTION
         END-EVALUATE
        END-PERFORM

       DISPLAY '-====================================-'.

      **************** ENVOYER_ENQUETES **********************
      * Dépose une enquête de satisfaction pour chaque
      * réservation terminée à la date Wdate (parcours par la
      * clé frs_date). Le message n'est déposé que pour un
      * client qui a consenti aux sollicitations et qui a une
      * adresse mail ; le répartiteur de mails réapplique la
      * liste de suppression à l'envoi (type ENQUETE). Chaque
      * enquête déposée est tracée dans dataenquetes.dat : une
      * réservation n'est jamais sollicitée deux fois. Le job
      * de nuit ENQUETES le lance sur les visites de la veille.
      ******************************************************
       ENVOYER_ENQUETES.

       MOVE 0 TO WsvNbEnv
       MOVE 0 TO WsvNbRef
       MOVE 0 TO WsvNbDeja
       ACCEPT SYS-DATE8 FROM DATE YYYYMMDD
       COMPUTE WsvDate8 = Wdate_annee * 10000 + Wdate_mois * 100
          + Wdate_jour
       OPEN INPUT freservations
       OPEN INPUT fclients
       OPEN I-O fenquetes
       MOVE Wdate TO frs_date
       START freservations, KEY IS = frs_date
        INVALID KEY CONTINUE
        NOT INVALID KEY
         MOVE 0 TO WsvFin
         PERFORM WITH TEST AFTER UNTIL WsvFin = 1
          READ freservations NEXT
           AT END MOVE 1 TO WsvFin
           NOT AT END
            IF frs_date NOT = Wdate THEN
             MOVE 1 TO WsvFin
            ELSE
             IF RESA-TERMINEE THEN
              MOVE frs_id TO enq_idresa
              READ fenquetes
               INVALID KEY
                PERFORM DEPOSER_ENQUETE
               NOT INVALID KEY
                ADD 1 TO WsvNbDeja
              END-READ
             END-IF
            END-IF
          END-READ
         END-PERFORM
       END-START
       CLOSE fenquetes
       CLOSE fclients
       CLOSE freservations
       DISPLAY 'Enquêtes du ',Wdate_jour,'/',Wdate_mois,'/',
           Wdate_annee,' : ',WsvNbEnv,' déposée(s), ',WsvNbRef,
          ' sans consentement ou sans mail, ',WsvNbDeja,
          ' déjà déposée(s)'.

      **************** DEPOSER_ENQUETE ***********************
      * Dépose l'enquête de la réservation courante (resaTampon)
      * dans la file de mails et la trace dans fenquetes :
      * destinataire;ENQUETE;idresa;idcli;restaurant;date
      ******************************************************
       DEPOSER_ENQUETE.

       MOVE frs_idcli TO fc_id
       READ fclients
        INVALID KEY
         ADD 1 TO WsvNbRef
        NOT INVALID KEY
         IF NOT CLIENT-CONSENT-MKT OR fc_mail = SPACES THEN
          ADD 1 TO WsvNbRef
         ELSE
          OPEN EXTEND fmailqueue
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
             'ENQUETE;' DELIMITED BY SIZE
             frs_id DELIMITED BY SIZE ';' DELIMITED BY SIZE
             fc_id DELIMITED BY SIZE ';' DELIMITED BY SIZE
             frs_idrest DELIMITED BY SIZE ';' DELIMITED BY SIZE
             frs_date_jour DELIMITED BY SIZE '/' DELIMITED BY SIZE
             frs_date_mois DELIMITED BY SIZE '/' DELIMITED BY SIZE
             frs_date_annee DELIMITED BY SIZE
             INTO mqLigne
          WRITE mqLigne
          CLOSE fmailqueue

          MOVE frs_id TO enq_idresa
          MOVE frs_idrest TO enq_idrest
          MOVE frs_idcli TO enq_idcli
          MOVE WsvDate8 TO enq_dateVisite
          MOVE SYS-DATE8 TO enq_dateEnvoi
          MOVE 'E' TO enq_statut
          MOVE 0 TO enq_noteCuisine
          MOVE 0 TO enq_noteService
          MOVE 0 TO enq_noteAmbiance
          MOVE 0 TO enq_dateReponse
          MOVE SPACES TO enq_commentaire
          WRITE enqTampon
           INVALID KEY
            DISPLAY 'Trace d''enquête ',frs_id,' non écrite'
          END-WRITE
          ADD 1 TO WsvNbEnv
         END-IF
       END-READ.

      ************ IMPORTER_REPONSES_ENQUETE *****************
      * Import des réponses aux enquêtes renvoyées par l'outil
      * d'enquête (enquetes_reponses.csv, une réponse par
      * ligne : idresa;cuisine;service;ambiance;commentaire,
      * notes de 1 à 5, une ligne d'entête 'idresa...' est
      * ignorée). Une réponse sans enquête déposée, déjà reçue
      * ou aux notes invalides part dans enquetes_rejets.csv
      * avec son motif.
      ******************************************************
       IMPORTER_REPONSES_ENQUETE.

       OPEN INPUT freponsesEnq
       IF rpe_stat = 35 THEN
        DISPLAY 'Fichier enquetes_reponses.csv introuvable'
       ELSE
        OPEN OUTPUT frejetsEnq
        OPEN I-O fenquetes
        MOVE 0 TO WsvNbLus
        MOVE 0 TO WsvNbOK
        MOVE 0 TO WsvNbRej
        ACCEPT SYS-DATE8 FROM DATE YYYYMMDD
        MOVE 0 TO WsvFin
        PERFORM WITH TEST AFTER UNTIL WsvFin = 1
         READ freponsesEnq
          AT END MOVE 1 TO WsvFin
          NOT AT END
           IF rpeLigne(1:6) = 'idresa' THEN
            CONTINUE
           ELSE
            ADD 1 TO WsvNbLus
            PERFORM TRAITER_REPONSE_ENQUETE
           END-IF
         END-READ
        END-PERFORM
        CLOSE fenquetes
        CLOSE frejetsEnq
        DISPLAY 'Réponses lues : ',WsvNbLus,'   Enregistrées : ',
           WsvNbOK,'   Rejetées : ',WsvNbRej
        IF WsvNbRej NOT = 0 THEN
         DISPLAY 'Rejets écrits dans enquetes_rejets.csv'
        END-IF
       END-IF
       CLOSE freponsesEnq.

      ************* TRAITER_REPONSE_ENQUETE ******************
      * Contrôle et enregistre la réponse courante (rpeLigne)
      ******************************************************
       TRAITER_REPONSE_ENQUETE.

       MOVE SPACES TO WsvIdResaX
       MOVE SPACES TO WsvNoteCX
       MOVE SPACES TO WsvNoteSX
       MOVE SPACES TO WsvNoteAX
       MOVE SPACES TO WsvComment
       MOVE SPACES TO WsvMotif
       UNSTRING rpeLigne DELIMITED BY ';'
        INTO WsvIdResaX WsvNoteCX WsvNoteSX WsvNoteAX WsvComment
       END-UNSTRING

       IF WsvIdResaX IS NOT NUMERIC THEN
        MOVE 'numéro de réservation invalide' TO WsvMotif
       ELSE
        IF WsvNoteCX IS NOT NUMERIC OR WsvNoteSX IS NOT NUMERIC
           OR WsvNoteAX IS NOT NUMERIC
           OR WsvNoteCX = '0' OR WsvNoteSX = '0'
           OR WsvNoteAX = '0'
           OR WsvNoteCX > '5' OR WsvNoteSX > '5'
           OR WsvNoteAX > '5' THEN
         MOVE 'notes attendues de 1 à 5' TO WsvMotif
        ELSE
         MOVE WsvIdResaX TO enq_idresa
         READ fenquetes
          INVALID KEY
           MOVE 'aucune enquête pour cette réservation'
              TO WsvMotif
          NOT INVALID KEY
           IF ENQ-REPONDUE THEN
            MOVE 'réponse déjà reçue' TO WsvMotif
           ELSE
            MOVE WsvNoteCX TO enq_noteCuisine
            MOVE WsvNoteSX TO enq_noteService
            MOVE WsvNoteAX TO enq_noteAmbiance
            MOVE WsvComment TO enq_commentaire
            MOVE SYS-DATE8 TO enq_dateReponse
            MOVE 'R' TO enq_statut
            REWRITE enqTampon
            ADD 1 TO WsvNbOK
           END-IF
         END-READ
        END-IF
       END-IF

       IF WsvMotif NOT = SPACES THEN
        ADD 1 TO WsvNbRej
        MOVE SPACES TO rjeLigne
        STRING rpeLigne DELIMITED BY '   '
           ';' DELIMITED BY SIZE
           WsvMotif DELIMITED BY '  '
           INTO rjeLigne
        WRITE rjeLigne
       END-IF.

      ***************** GERER_PLAINTES ***********************
      * Réclamations d'un restaurant : ouverture contre une
      * réservation (en cours ou archivée), avec catégorie et
      * description, puis traitement (résolution, geste
      * commercial éventuel et clôture)
      ******************************************************
       GERER_PLAINTES.

       DISPLAY 'Identifiant du restaurant :'
       ACCEPT WidResto
       MOVE WidResto TO WidRestSauv
       PERFORM CONTROLER_ACCES_RESTAURANT
       IF WaccesOK = 0 THEN
        DISPLAY 'Vous ne gérez pas ce restaurant'
       ELSE
        MOVE 9 TO WsvChoixP
        PERFORM WITH TEST AFTER UNTIL WsvChoixP = 0
         DISPLAY 'Réclamations : que souhaitez vous faire ?'
         DISPLAY ' 1 - Ouvrir une réclamation'
         DISPLAY ' 2 - Traiter une réclamation'
         DISPLAY ' 3 - Réclamations ouvertes'
         DISPLAY ' 0 - Retour'
         ACCEPT WsvChoixP
         EVALUATE WsvChoixP
          WHEN 1
           PERFORM OUVRIR_PLAINTE
          WHEN 2
           PERFORM TRAITER_PLAINTE
          WHEN 3
           PERFORM LISTER_PLAINTES_OUVERTES
         END-EVALUATE
        END-PERFORM
       END-IF.

      ***************** OUVRIR_PLAINTE ***********************
      * Ouvre une réclamation contre une réservation du
      * restaurant WidResto
      ******************************************************
       OUVRIR_PLAINTE.

       DISPLAY 'Numéro de la réservation concernée :'
       ACCEPT WsvIdResa
       MOVE 0 TO Wtrouve
       OPEN INPUT freservations
       MOVE WsvIdResa TO frs_id
       READ freservations
        NOT INVALID KEY
         IF frs_idrest = WidResto THEN
          MOVE 1 TO Wtrouve
          MOVE frs_idcli TO pla_idcli
         END-IF
       END-READ
       CLOSE freservations
       IF Wtrouve = 0 THEN
        OPEN INPUT fhreserv
        MOVE WsvIdResa TO fh_id
        READ fhreserv
         NOT INVALID KEY
          IF fh_idrest = WidResto THEN
           MOVE 1 TO Wtrouve
           MOVE fh_idcli TO pla_idcli
          END-IF
        END-READ
        CLOSE fhreserv
       END-IF

       IF Wtrouve = 0 THEN
        DISPLAY 'Aucune réservation de ce restaurant sous ce'
     -          ' numéro'
       ELSE
        MOVE 0 TO WsvCateg
        PERFORM WITH TEST AFTER UNTIL WsvCateg >= 1
           AND WsvCateg <= 6
         DISPLAY 'Catégorie : 1 cuisine, 2 service, 3 attente,'
         DISPLAY '  4 propreté, 5 facturation, 6 autre'
         ACCEPT WsvCateg
        END-PERFORM
        EVALUATE WsvCateg
         WHEN 1 MOVE 'CUISINE' TO pla_categorie
         WHEN 2 MOVE 'SERVICE' TO pla_categorie
         WHEN 3 MOVE 'ATTENTE' TO pla_categorie
         WHEN 4 MOVE 'PROPRETE' TO pla_categorie
         WHEN 5 MOVE 'FACTURATION' TO pla_categorie
         WHEN OTHER MOVE 'AUTRE' TO pla_categorie
        END-EVALUATE
        MOVE SPACES TO pla_description
        PERFORM WITH TEST AFTER UNTIL pla_description NOT = SPACES
         DISPLAY 'Description de la réclamation :'
         ACCEPT pla_description
        END-PERFORM

        OPEN I-O fplaintes
        OPEN I-O fcompteurs
        MOVE 'PLAINTE' TO WcptNom
        PERFORM PROCHAIN_COMPTEUR
        CLOSE fcompteurs
        MOVE WseqVal TO pla_id
        MOVE WidResto TO pla_idrest
        MOVE WsvIdResa TO pla_idresa
        ACCEPT SYS-DATE8 FROM DATE YYYYMMDD
        MOVE SYS-DATE8 TO pla_dateOuv
        MOVE 'O' TO pla_statut
        MOVE SPACES TO pla_resolution
        MOVE 'AUCUN' TO pla_geste
        MOVE 0 TO pla_gesteMontant
        MOVE 0 TO pla_dateClo
        WRITE plaTampon
         INVALID KEY
          DISPLAY 'Erreur lors de l''ouverture de la réclamation'
         NOT INVALID KEY
          DISPLAY 'Réclamation ouverte sous le numéro ',pla_id
          MOVE 'PLAINTE' TO WaudFichier
          MOVE 'AJOUT' TO WaudOperation
          MOVE SPACES TO WaudCleAvant
          MOVE pla_id TO WaudCleApres
          PERFORM ENREGISTRER_AUDIT
        END-WRITE
        CLOSE fplaintes
       END-IF.

      **************** TRAITER_PLAINTE ***********************
      * Saisit la résolution et le geste commercial d'une
      * réclamation du restaurant, et la clôt sur demande
      ******************************************************
       TRAITER_PLAINTE.

       DISPLAY 'Numéro de la réclamation :'
       ACCEPT WsvIdPlainte
       OPEN I-O fplaintes
       MOVE WsvIdPlainte TO pla_id
       READ fplaintes
        INVALID KEY
         DISPLAY 'Aucune réclamation sous ce numéro'
        NOT INVALID KEY
         IF pla_idrest NOT = WidResto THEN
          DISPLAY 'Cette réclamation ne concerne pas ce'
     -            ' restaurant'
         ELSE
          IF PLAINTE-CLOSE THEN
           DISPLAY 'Réclamation déjà close le ',pla_dateClo
          ELSE
           DISPLAY 'Réservation ',pla_idresa,' - ',pla_categorie
           DISPLAY pla_description
           DISPLAY 'Résolution apportée :'
           ACCEPT pla_resolution
           MOVE 9 TO WsvGeste
           PERFORM WITH TEST AFTER UNTIL WsvGeste <= 4
            DISPLAY 'Geste commercial : 0 aucun, 1 remise,'
     -              ' 2 avoir, 3 offert, 4 invitation'
            ACCEPT WsvGeste
           END-PERFORM
           EVALUATE WsvGeste
            WHEN 1 MOVE 'REMISE' TO pla_geste
            WHEN 2 MOVE 'AVOIR' TO pla_geste
            WHEN 3 MOVE 'OFFERT' TO pla_geste
            WHEN 4 MOVE 'INVITATION' TO pla_geste
            WHEN OTHER MOVE 'AUCUN' TO pla_geste
           END-EVALUATE
           MOVE 0 TO pla_gesteMontant
           IF WsvGeste NOT = 0 THEN
            DISPLAY 'Valeur du geste (euros) :'
            ACCEPT pla_gesteMontant
           END-IF
           MOVE 9 TO Wchoix
           PERFORM WITH TEST AFTER UNTIL Wchoix = 1 OR Wchoix = 0
            DISPLAY 'Clore la réclamation ? 1:oui 0:non'
            ACCEPT Wchoix
           END-PERFORM
           IF Wchoix = 1 THEN
            MOVE 'C' TO pla_statut
            ACCEPT SYS-DATE8 FROM DATE YYYYMMDD
            MOVE SYS-DATE8 TO pla_dateClo
           END-IF
           REWRITE plaTampon
           DISPLAY 'Réclamation mise à jour'
           MOVE 'PLAINTE' TO WaudFichier
           MOVE 'MODIF' TO WaudOperation
           MOVE pla_id TO WaudCleAvant
           MOVE pla_id TO WaudCleApres
           PERFORM ENREGISTRER_AUDIT
          END-IF
         END-IF
       END-READ
       CLOSE fplaintes.

      ************* LISTER_PLAINTES_OUVERTES *****************
      * Liste des réclamations ouvertes du restaurant WidResto
      ******************************************************
       LISTER_PLAINTES_OUVERTES.

       OPEN INPUT fplaintes
       MOVE 0 TO Wtrouve
       MOVE WidResto TO pla_idrest
       START fplaintes, KEY IS = pla_idrest
        INVALID KEY CONTINUE
        NOT INVALID KEY
         MOVE 0 TO WsvFin
         PERFORM WITH TEST AFTER UNTIL WsvFin = 1
          READ fplaintes NEXT
           AT END MOVE 1 TO WsvFin
           NOT AT END
            IF pla_idrest NOT = WidResto THEN
             MOVE 1 TO WsvFin
            ELSE
             IF PLAINTE-OUVERTE THEN
              MOVE 1 TO Wtrouve
              DISPLAY '  ',pla_id,' du ',pla_dateOuv,' resa ',
                 pla_idresa,' ',pla_categorie
             END-IF
            END-IF
          END-READ
         END-PERFORM
       END-START
       IF Wtrouve = 0 THEN
        DISPLAY 'Aucune réclamation ouverte'
       END-IF
       CLOSE fplaintes.

      ************** RAPPORT_SATISFACTION ********************
      * Rapport mensuel de satisfaction d'un restaurant :
      * enquêtes déposées pour les visites du mois, taux de
      * réponse, notes moyennes cuisine / service / ambiance,
      * réclamations ouvertes dans le mois et encore ouvertes,
      * et les menus les plus souvent servis lors des visites
      * mal notées (une note de 1 ou 2).
      ******************************************************
       RAPPORT_SATISFACTION.

       DISPLAY 'Identifiant du restaurant :'
       ACCEPT WidResto
       MOVE WidResto TO WidRestSauv
       PERFORM CONTROLER_ACCES_RESTAURANT
       IF WaccesOK = 0 THEN
        DISPLAY 'Vous ne gérez pas ce restaurant'
       ELSE
        MOVE 0 TO WsvMois
        PERFORM WITH TEST AFTER UNTIL WsvMois >= 1
           AND WsvMois <= 12
         DISPLAY 'Mois (MM) :'
         ACCEPT WsvMois
        END-PERFORM
        DISPLAY 'Année (AAAA) :'
        ACCEPT WsvAnnee
        COMPUTE WsvDate8 = WsvAnnee * 10000 + WsvMois * 100

        MOVE 0 TO WsvEnvoyees
        MOVE 0 TO WsvRepondues
        MOVE 0 TO WsvSomC
        MOVE 0 TO WsvSomS
        MOVE 0 TO WsvSomA
        MOVE 0 TO WsvBasses
        MOVE 0 TO WsvMNb
        OPEN INPUT fenquetes
        OPEN INPUT fresamenus
        OPEN INPUT fhresamenus
        MOVE WidResto TO enq_idrest
        START fenquetes, KEY IS = enq_idrest
         INVALID KEY CONTINUE
         NOT INVALID KEY
          MOVE 0 TO WsvFin
          PERFORM WITH TEST AFTER UNTIL WsvFin = 1
           READ fenquetes NEXT
            AT END MOVE 1 TO WsvFin
            NOT AT END
             IF enq_idrest NOT = WidResto THEN
              MOVE 1 TO WsvFin
             ELSE
              IF enq_dateVisite > WsvDate8
                 AND enq_dateVisite < WsvDate8 + 100 THEN
               PERFORM CUMULER_ENQUETE
              END-IF
             END-IF
           END-READ
          END-PERFORM
        END-START
        CLOSE fhresamenus
        CLOSE fresamenus
        CLOSE fenquetes

        MOVE 0 TO WsvPlOuvMois
        MOVE 0 TO WsvPlOuvertes
        MOVE 0 TO WsvPlCloses
        MOVE 0 TO WsvGestes
        OPEN INPUT fplaintes
        MOVE WidResto TO pla_idrest
        START fplaintes, KEY IS = pla_idrest
         INVALID KEY CONTINUE
         NOT INVALID KEY
          MOVE 0 TO WsvFin
          PERFORM WITH TEST AFTER UNTIL WsvFin = 1
           READ fplaintes NEXT
            AT END MOVE 1 TO WsvFin
            NOT AT END
             IF pla_idrest NOT = WidResto THEN
              MOVE 1 TO WsvFin
             ELSE
              IF PLAINTE-OUVERTE THEN
               ADD 1 TO WsvPlOuvertes
              END-IF
              IF pla_dateOuv > WsvDate8
                 AND pla_dateOuv < WsvDate8 + 100 THEN
               ADD 1 TO WsvPlOuvMois
              END-IF
              IF PLAINTE-CLOSE AND pla_dateClo > WsvDate8
                 AND pla_dateClo < WsvDate8 + 100 THEN
               ADD 1 TO WsvPlCloses
               ADD pla_gesteMontant TO WsvGestes
              END-IF
             END-IF
           END-READ
          END-PERFORM
        END-START
        CLOSE fplaintes

        DISPLAY ' '
        DISPLAY 'Satisfaction du restaurant ',WidResto,' - ',
           WsvMois,'/',WsvAnnee
        DISPLAY 'Enquêtes déposées : ',WsvEnvoyees,
           '   réponses : ',WsvRepondues
        IF WsvEnvoyees > 0 THEN
         COMPUTE WsvTaux ROUNDED = WsvRepondues * 100 / WsvEnvoyees
         DISPLAY 'Taux de réponse : ',WsvTaux,' %'
        END-IF
        IF WsvRepondues > 0 THEN
         COMPUTE WsvMoy ROUNDED = WsvSomC / WsvRepondues
         DISPLAY 'Note moyenne cuisine  : ',WsvMoy,' / 5'
         COMPUTE WsvMoy ROUNDED = WsvSomS / WsvRepondues
         DISPLAY 'Note moyenne service  : ',WsvMoy,' / 5'
         COMPUTE WsvMoy ROUNDED = WsvSomA / WsvRepondues
         DISPLAY 'Note moyenne ambiance : ',WsvMoy,' / 5'
         DISPLAY 'Visites mal notées : ',WsvBasses
        END-IF
        DISPLAY 'Réclamations ouvertes dans le mois : ',WsvPlOuvMois
        DISPLAY 'Réclamations closes dans le mois   : ',WsvPlCloses,
           ' (gestes : ',WsvGestes,' €)'
        DISPLAY 'Réclamations encore ouvertes       : ',WsvPlOuvertes
        IF WsvMNb > 0 THEN
         DISPLAY 'Menus les plus cités dans les visites mal notées :'
         MOVE 1 TO WsvRang
         PERFORM WITH TEST BEFORE UNTIL WsvRang > 5
          PERFORM AFFICHER_MENU_BASSE_NOTE
          ADD 1 TO WsvRang
         END-PERFORM
        END-IF
        DISPLAY '-====================================-'
       END-IF.

      **************** CUMULER_ENQUETE ***********************
      * Ajoute l'enquête courante (enqTampon) aux compteurs du
      * rapport ; une visite mal notée ajoute ses menus
      * (réservation en cours ou archivée) au palmarès des
      * basses notes
      ******************************************************
       CUMULER_ENQUETE.

       ADD 1 TO WsvEnvoyees
       IF ENQ-REPONDUE THEN
        ADD 1 TO WsvRepondues
        ADD enq_noteCuisine TO WsvSomC
        ADD enq_noteService TO WsvSomS
        ADD enq_noteAmbiance TO WsvSomA
        IF enq_noteCuisine <= 2 OR enq_noteService <= 2
           OR enq_noteAmbiance <= 2 THEN
         ADD 1 TO WsvBasses
         MOVE 0 TO Wtrouve
         MOVE enq_idresa TO frd_idresa
         START fresamenus, KEY IS = frd_idresa
          INVALID KEY CONTINUE
          NOT INVALID KEY
           MOVE 0 TO WsvFinM
           PERFORM WITH TEST AFTER UNTIL WsvFinM = 1
            READ fresamenus NEXT
             AT END MOVE 1 TO WsvFinM
             NOT AT END
              IF frd_idresa NOT = enq_idresa THEN
               MOVE 1 TO WsvFinM
              ELSE
               MOVE 1 TO Wtrouve
               MOVE frd_nomMenu TO WsvNomMenu
               PERFORM COMPTER_MENU_BASSE_NOTE
              END-IF
            END-READ
           END-PERFORM
         END-START
         IF Wtrouve = 0 THEN
          MOVE enq_idresa TO fhd_idresa
          START fhresamenus, KEY IS = fhd_idresa
           INVALID KEY CONTINUE
           NOT INVALID KEY
            MOVE 0 TO WsvFinM
            PERFORM WITH TEST AFTER UNTIL WsvFinM = 1
             READ fhresamenus NEXT
              AT END MOVE 1 TO WsvFinM
              NOT AT END
               IF fhd_idresa NOT = enq_idresa THEN
                MOVE 1 TO WsvFinM
               ELSE
                MOVE fhd_nomMenu TO WsvNomMenu
                PERFORM COMPTER_MENU_BASSE_NOTE
               END-IF
             END-READ
            END-PERFORM
          END-START
         END-IF
        END-IF
       END-IF.

      ************* COMPTER_MENU_BASSE_NOTE ******************
      * Compte le menu WsvNomMenu dans le palmarès des visites
      * mal notées (WsvMTable)
      ******************************************************
       COMPTER_MENU_BASSE_NOTE.

       MOVE 0 TO WsvTrouve
       MOVE 1 TO WsvIx
       PERFORM WITH TEST BEFORE UNTIL WsvIx > WsvMNb
          OR WsvTrouve = 1
        IF WsvMNom(WsvIx) = WsvNomMenu THEN
         MOVE 1 TO WsvTrouve
        ELSE
         ADD 1 TO WsvIx
        END-IF
       END-PERFORM
       IF WsvTrouve = 0 AND WsvMNb < 50 THEN
        ADD 1 TO WsvMNb
        MOVE WsvMNb TO WsvIx
        MOVE WsvNomMenu TO WsvMNom(WsvIx)
        MOVE 0 TO WsvMCpt(WsvIx)
        MOVE 0 TO WsvMVu(WsvIx)
        MOVE 1 TO WsvTrouve
       END-IF
       IF WsvTrouve = 1 THEN
        ADD 1 TO WsvMCpt(WsvIx)
       END-IF.

      ************* AFFICHER_MENU_BASSE_NOTE *****************
      * Affiche le menu le plus cité non encore affiché du
      * palmarès des basses notes (rang WsvRang)
      ******************************************************
       AFFICHER_MENU_BASSE_NOTE.

       MOVE 0 TO WsvMax
       MOVE 0 TO WsvIMax
       MOVE 1 TO WsvIx
       PERFORM WITH TEST BEFORE UNTIL WsvIx > WsvMNb
        IF WsvMVu(WsvIx) = 0 AND WsvMCpt(WsvIx) > WsvMax THEN
         MOVE WsvMCpt(WsvIx) TO WsvMax
         MOVE WsvIx TO WsvIMax
        END-IF
        ADD 1 TO WsvIx
       END-PERFORM
       IF WsvIMax > 0 THEN
        MOVE 1 TO WsvMVu(WsvIMax)
        DISPLAY '  ',WsvRang,'. ',WsvMNom(WsvIMax),' : ',WsvMax,
           ' visite(s)'
       END-IF.
