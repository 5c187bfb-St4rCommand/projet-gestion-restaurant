      **************** CATALOGUE_FONCTION *********************
      * Catalogue des fonctions soumises à droit : pour le menu
      * WdrMenu et le numéro d'option WdrOption, rend le nom de
      * la fonction (WdrFonction, celui du paragraphe appelé)
      * et son libellé (WdrLibelle). WdrFonction vaut SPACES
      * au-delà de la dernière option du menu.
      *   UTI : menu principal anonyme (sans connexion)
      *   DIR : menu principal complet (Directeur et nouveaux
      *         roles)
      *   GER : menu principal des gérants
      *   RES : menu des réservations
      *   SPE : autorisations particulières (hors menu)
      ******************************************************
       CATALOGUE_FONCTION.

       MOVE SPACES TO WdrFonction
       MOVE SPACES TO WdrLibelle
       EVALUATE WdrMenu ALSO WdrOption
        WHEN 'UTI' ALSO 1
         MOVE 'OPERATION_MENU_UTIL' TO WdrFonction
         MOVE 'Menu' TO WdrLibelle
        WHEN 'UTI' ALSO 2
         MOVE 'OPERATION_PLAT_UTIL' TO WdrFonction
         MOVE 'Plat' TO WdrLibelle
        WHEN 'UTI' ALSO 3
         MOVE 'OPERATION_RESTAURANT_UTIL' TO WdrFonction
         MOVE 'Restaurant' TO WdrLibelle
        WHEN 'UTI' ALSO 4
         MOVE 'RESERVER_PAR_TELEPHONE' TO WdrFonction
         MOVE 'Réserver une table (par téléphone)' TO WdrLibelle
        WHEN 'UTI' ALSO 5
         MOVE 'RECHERCHER_DISPONIBILITES' TO WdrFonction
         MOVE 'Recherche de disponibilités' TO WdrLibelle

        WHEN 'DIR' ALSO 1
         MOVE 'OPERATION_MENU' TO WdrFonction
         MOVE 'Menu' TO WdrLibelle
        WHEN 'DIR' ALSO 2
         MOVE 'OPERATION_PLAT' TO WdrFonction
         MOVE 'Plat' TO WdrLibelle
        WHEN 'DIR' ALSO 3
         MOVE 'OPERATION_CLIENT' TO WdrFonction
         MOVE 'Client' TO WdrLibelle
        WHEN 'DIR' ALSO 4
         MOVE 'OPERATION_RESTAURANT' TO WdrFonction
         MOVE 'Restaurant' TO WdrLibelle
        WHEN 'DIR' ALSO 5
         MOVE 'OPERATION_RESERVATION' TO WdrFonction
         MOVE 'Reservation' TO WdrLibelle
        WHEN 'DIR' ALSO 6
         MOVE 'OPERATION_UTILISATEUR' TO WdrFonction
         MOVE 'Utilisateur' TO WdrLibelle
        WHEN 'DIR' ALSO 7
         MOVE 'RAPPORT_CA_MENSUEL' TO WdrFonction
         MOVE 'Rapport de chiffre d affaires mensuel' TO WdrLibelle
        WHEN 'DIR' ALSO 8
         MOVE 'RAPPORT_RESERVATIONS_DUJOUR' TO WdrFonction
         MOVE 'Rapport des réservations saisies aujourd''hui'
            TO WdrLibelle
        WHEN 'DIR' ALSO 9
         MOVE 'CLOTURE_JOURNEE' TO WdrFonction
         MOVE 'Clôture de journée' TO WdrLibelle
        WHEN 'DIR' ALSO 10
         MOVE 'ARCHIVER_RESERVATIONS' TO WdrFonction
         MOVE 'Archivage des réservations passées' TO WdrLibelle
        WHEN 'DIR' ALSO 11
         MOVE 'TRAITER_FILE_MAILS' TO WdrFonction
         MOVE 'Traiter la file d''envoi de mails' TO WdrLibelle
        WHEN 'DIR' ALSO 12
         MOVE 'CONSULTER_MAILS_REJETES' TO WdrFonction
         MOVE 'Consulter les mails rejetés' TO WdrLibelle
        WHEN 'DIR' ALSO 13
         MOVE 'VERIFIER_INTEGRITE' TO WdrFonction
         MOVE 'Contrôle d''intégrité des fichiers' TO WdrLibelle
        WHEN 'DIR' ALSO 14
         MOVE 'CONSULTER_AUDIT' TO WdrFonction
         MOVE 'Consultation du journal d''audit' TO WdrLibelle
        WHEN 'DIR' ALSO 15
         MOVE 'RAPPORT_POPULARITE_MENUS' TO WdrFonction
         MOVE 'Palmarès des menus sur une période' TO WdrLibelle
        WHEN 'DIR' ALSO 16
         MOVE 'ANONYMISER_CLIENTS' TO WdrFonction
         MOVE 'Anonymisation des clients inactifs' TO WdrLibelle
        WHEN 'DIR' ALSO 17
         MOVE 'REORGANISER_FICHIERS' TO WdrFonction
         MOVE 'Réorganisation des fichiers (nouveau format)'
            TO WdrLibelle
        WHEN 'DIR' ALSO 18
         MOVE 'TRAITER_RESAS_WEB' TO WdrFonction
         MOVE 'Traiter les demandes de réservation du site web'
            TO WdrLibelle
        WHEN 'DIR' ALSO 19
         MOVE 'RELANCER_RESERVATIONS' TO WdrFonction
         MOVE 'Rappels des réservations du lendemain' TO WdrLibelle
        WHEN 'DIR' ALSO 20
         MOVE 'EXPORTER_COMPTABILITE' TO WdrFonction
         MOVE 'Export comptable mensuel' TO WdrLibelle
        WHEN 'DIR' ALSO 21
         MOVE 'GERER_COMPTES_CLIENTS' TO WdrFonction
         MOVE 'Comptes clients entreprises' TO WdrLibelle
        WHEN 'DIR' ALSO 22
         MOVE 'GERER_CAMPAGNES' TO WdrFonction
         MOVE 'Campagnes marketing' TO WdrLibelle
        WHEN 'DIR' ALSO 23
         MOVE 'CONTROLER_PRIX_RESERVATIONS' TO WdrFonction
         MOVE 'Contrôle des prix des réservations' TO WdrLibelle
        WHEN 'DIR' ALSO 24
         MOVE 'VERIFIER_REGISTRE_FISCAL' TO WdrFonction
         MOVE 'Contrôle du registre fiscal des tickets' TO WdrLibelle
        WHEN 'DIR' ALSO 25
         MOVE 'RAPPORT_MARGE_MENUS' TO WdrFonction
         MOVE 'Rapport de marge des menus (coût matière)'
            TO WdrLibelle
        WHEN 'DIR' ALSO 26
         MOVE 'GERER_FOURNISSEURS' TO WdrFonction
         MOVE 'Fournisseurs' TO WdrLibelle
        WHEN 'DIR' ALSO 27
         MOVE 'GERER_COMMANDES' TO WdrFonction
         MOVE 'Commandes fournisseurs' TO WdrLibelle
        WHEN 'DIR' ALSO 28
         MOVE 'GERER_PERSONNEL' TO WdrFonction
         MOVE 'Personnel et planning' TO WdrLibelle
        WHEN 'DIR' ALSO 29
         MOVE 'RAPPORT_PERSONNEL_SEMAINE' TO WdrFonction
         MOVE 'Coût du personnel de la semaine' TO WdrLibelle
        WHEN 'DIR' ALSO 30
         MOVE 'GERER_SATISFACTION' TO WdrFonction
         MOVE 'Satisfaction clients et réclamations' TO WdrLibelle
        WHEN 'DIR' ALSO 31
         MOVE 'GERER_BUDGETS' TO WdrFonction
         MOVE 'Budgets et rapport budget / réalisé' TO WdrLibelle
        WHEN 'DIR' ALSO 32
         MOVE 'TRAITER_FILE_SMS' TO WdrFonction
         MOVE 'Traiter la file d''envoi de SMS' TO WdrLibelle
        WHEN 'DIR' ALSO 33
         MOVE 'RAPPORT_CANAUX' TO WdrFonction
         MOVE 'Rapport des envois par canal (mail, SMS)'
            TO WdrLibelle
        WHEN 'DIR' ALSO 34
         MOVE 'GERER_COMMUNES' TO WdrFonction
         MOVE 'Codes postaux et communes, contrôle des adresses'
            TO WdrLibelle
        WHEN 'DIR' ALSO 35
         MOVE 'ROUVRIR_MOIS' TO WdrFonction
         MOVE 'Rouvrir un mois clôturé en comptabilité'
            TO WdrLibelle

        WHEN 'GER' ALSO 1
         MOVE 'OPERATION_CLIENT' TO WdrFonction
         MOVE 'Client' TO WdrLibelle
        WHEN 'GER' ALSO 2
         MOVE 'OPERATION_RESERVATION' TO WdrFonction
         MOVE 'Reservation' TO WdrLibelle
        WHEN 'GER' ALSO 3
         MOVE 'GERER_COMMANDES' TO WdrFonction
         MOVE 'Commandes fournisseurs' TO WdrLibelle
        WHEN 'GER' ALSO 4
         MOVE 'GERER_PERSONNEL' TO WdrFonction
         MOVE 'Personnel et planning' TO WdrLibelle
        WHEN 'GER' ALSO 5
         MOVE 'GERER_SATISFACTION' TO WdrFonction
         MOVE 'Satisfaction clients et réclamations' TO WdrLibelle

        WHEN 'RES' ALSO 1
         MOVE 'AJOUTER_RESERVATION' TO WdrFonction
         MOVE 'Ajouter une reservation' TO WdrLibelle
        WHEN 'RES' ALSO 2
         MOVE 'CONSULTER_RESERVATION' TO WdrFonction
         MOVE 'Consulter une reservation' TO WdrLibelle
        WHEN 'RES' ALSO 3
         MOVE 'MODIFIER_RESERVATION' TO WdrFonction
         MOVE 'Modifier une reservation' TO WdrLibelle
        WHEN 'RES' ALSO 4
         MOVE 'SUPPRIMER_RESERVATION' TO WdrFonction
         MOVE 'Supprimer une reservation' TO WdrLibelle
        WHEN 'RES' ALSO 5
         MOVE 'FICHE_JOUR_RESTAURANT' TO WdrFonction
         MOVE 'Fiche du jour (par restaurant et date)' TO WdrLibelle
        WHEN 'RES' ALSO 6
         MOVE 'ACCUEIL_CHECKIN' TO WdrFonction
         MOVE 'Accueil / check-in du service' TO WdrLibelle
        WHEN 'RES' ALSO 7
         MOVE 'CONSULTER_ATTENTE' TO WdrFonction
         MOVE 'Liste d''attente' TO WdrLibelle
        WHEN 'RES' ALSO 8
         MOVE 'RECHERCHER_DISPONIBILITES' TO WdrFonction
         MOVE 'Recherche de disponibilités' TO WdrLibelle
        WHEN 'RES' ALSO 9
         MOVE 'SAISIR_PAIEMENT' TO WdrFonction
         MOVE 'Paiements d''une réservation' TO WdrLibelle
        WHEN 'RES' ALSO 10
         MOVE 'RAPPORT_IMPAYES' TO WdrFonction
         MOVE 'Rapport des impayés (par restaurant)' TO WdrLibelle
        WHEN 'RES' ALSO 11
         MOVE 'IMPRIMER_TICKET' TO WdrFonction
         MOVE 'Ticket / reçu d''une réservation' TO WdrLibelle
        WHEN 'RES' ALSO 12
         MOVE 'PREVISION_CUISINE' TO WdrFonction
         MOVE 'Prévision cuisine (restaurant et date)' TO WdrLibelle
        WHEN 'RES' ALSO 13
         MOVE 'GERER_EVENEMENTS' TO WdrFonction
         MOVE 'Evénements privatifs' TO WdrLibelle
        WHEN 'RES' ALSO 14
         MOVE 'GERER_CAISSE' TO WdrFonction
         MOVE 'Caisse du jour (clôture et écarts)' TO WdrLibelle
        WHEN 'RES' ALSO 15
         MOVE 'REPARTIR_CONVIVES' TO WdrFonction
         MOVE 'Répartir les menus par convive' TO WdrLibelle
        WHEN 'RES' ALSO 16
         MOVE 'RAPPORT_POURBOIRES' TO WdrFonction
         MOVE 'Rapport hebdomadaire des pourboires' TO WdrLibelle
        WHEN 'RES' ALSO 17
         MOVE 'RAPPORT_RUPTURES' TO WdrFonction
         MOVE 'Rapport de ruptures (stock cuisine)' TO WdrLibelle
        WHEN 'RES' ALSO 18
         MOVE 'GERER_SERIES' TO WdrFonction
         MOVE 'Réservations récurrentes (séries)' TO WdrLibelle
        WHEN 'RES' ALSO 19
         MOVE 'RAPPORT_TEMPS_SERVICE' TO WdrFonction
         MOVE 'Temps de service (bons cuisine)' TO WdrLibelle
        WHEN 'RES' ALSO 20
         MOVE 'GERER_EMPORTER' TO WdrFonction
         MOVE 'Vente à emporter (click and collect)' TO WdrLibelle
        WHEN 'RES' ALSO 21
         MOVE 'RAPPORT_RYTHME_RESERVATIONS' TO WdrFonction
         MOVE 'Rythme des réservations / année précédente'
            TO WdrLibelle

        WHEN 'SPE' ALSO 1
         MOVE 'APPROUVER_REMBOURSEMENT' TO WdrFonction
         MOVE 'Approuver un remboursement' TO WdrLibelle
        WHEN 'SPE' ALSO 2
         MOVE 'FORCER_DATE_PASSEE' TO WdrFonction
         MOVE 'Forcer une saisie à une date passée' TO WdrLibelle
        WHEN 'SPE' ALSO 3
         MOVE 'FORCER_NOSHOW' TO WdrFonction
         MOVE 'Passer outre la politique de no-show' TO WdrLibelle
        WHEN 'SPE' ALSO 4
         MOVE 'ENVOYER_ENQUETES' TO WdrFonction
         MOVE 'Déposer les enquêtes de satisfaction' TO WdrLibelle
        WHEN 'SPE' ALSO 5
         MOVE 'IMPORTER_REPONSES_ENQUETE' TO WdrFonction
         MOVE 'Importer les réponses aux enquêtes' TO WdrLibelle
        WHEN 'SPE' ALSO 6
         MOVE 'APPLIQUER_CORRECTIONS_COMMUNES' TO WdrFonction
         MOVE 'Corriger en masse les adresses (communes)'
            TO WdrLibelle
       END-EVALUATE.

      ******************** CODE_MENU *************************
      * Rend le code (WdrMenu) et le titre (WdrTitre) du menu
      * de rang WdrMenuIx dans le catalogue ; WdrMenu vaut
      * SPACES après le dernier.
      ******************************************************
       CODE_MENU.

       EVALUATE WdrMenuIx
        WHEN 1
         MOVE 'DIR' TO WdrMenu
         MOVE 'Menu principal complet' TO WdrTitre
        WHEN 2
         MOVE 'GER' TO WdrMenu
         MOVE 'Menu principal gérant' TO WdrTitre
        WHEN 3
         MOVE 'RES' TO WdrMenu
         MOVE 'Menu des réservations' TO WdrTitre
        WHEN 4
         MOVE 'UTI' TO WdrMenu
         MOVE 'Menu anonyme (sans connexion)' TO WdrTitre
        WHEN 5
         MOVE 'SPE' TO WdrMenu
         MOVE 'Autorisations particulières' TO WdrTitre
        WHEN OTHER
         MOVE SPACES TO WdrMenu
         MOVE SPACES TO WdrTitre
       END-EVALUATE.

      ***************** COMPLETER_DROITS *********************
      * Au démarrage : chaque fonction du catalogue est marquée
      * dans datadroits.dat par un enregistrement témoin (role
      * '*' suivi du code menu). Une fonction sans témoin est
      * nouvelle : elle est accordée aux roles qui la tenaient
      * avant la gestion des droits (Directeur pour le menu
      * complet, les réservations et les autorisations
      * particulières ; Gérant pour son menu et les
      * réservations ; Anonyme pour le menu sans connexion).
      * Un droit retiré ensuite n'est donc jamais redonné.
      ******************************************************
       COMPLETER_DROITS.

       ACCEPT SYS-DATE8 FROM DATE YYYYMMDD
       MOVE 0 TO WdrNbAjout
       OPEN I-O fdroits
       MOVE 1 TO WdrMenuIx
       PERFORM CODE_MENU
       PERFORM WITH TEST BEFORE UNTIL WdrMenu = SPACES
        PERFORM COMPLETER_DROITS_MENU
        ADD 1 TO WdrMenuIx
        PERFORM CODE_MENU
       END-PERFORM
       CLOSE fdroits
       IF WdrNbAjout > 0 THEN
        DISPLAY 'Droits par défaut enregistrés : ',WdrNbAjout
       END-IF.

      *************** COMPLETER_DROITS_MENU *******************
      * Parcourt les options du menu WdrMenu et accorde les
      * droits par défaut des fonctions encore sans témoin
      * (fdroits ouvert en I-O)
      ******************************************************
       COMPLETER_DROITS_MENU.

       MOVE SPACES TO WdrSentinelle
       STRING '*' DELIMITED BY SIZE
            WdrMenu DELIMITED BY SIZE
            INTO WdrSentinelle
       MOVE 1 TO WdrOption
       PERFORM CATALOGUE_FONCTION
       PERFORM WITH TEST BEFORE UNTIL WdrFonction = SPACES
        MOVE WdrSentinelle TO dr_role
        MOVE WdrFonction TO dr_fonction
        READ fdroits
         INVALID KEY
          MOVE SYS-DATE8 TO dr_date
          MOVE 'SYSTEME' TO dr_pseudo
          WRITE drTampon
          EVALUATE WdrMenu
           WHEN 'DIR'
            MOVE 'Directeur' TO WdrRole
            PERFORM ACCORDER_DROIT_DEFAUT
           WHEN 'GER'
            MOVE 'Gérant' TO WdrRole
            PERFORM ACCORDER_DROIT_DEFAUT
           WHEN 'RES'
            MOVE 'Directeur' TO WdrRole
            PERFORM ACCORDER_DROIT_DEFAUT
            MOVE 'Gérant' TO WdrRole
            PERFORM ACCORDER_DROIT_DEFAUT
           WHEN 'UTI'
            MOVE 'Anonyme' TO WdrRole
            PERFORM ACCORDER_DROIT_DEFAUT
           WHEN 'SPE'
            MOVE 'Directeur' TO WdrRole
            PERFORM ACCORDER_DROIT_DEFAUT
          END-EVALUATE
         NOT INVALID KEY CONTINUE
        END-READ
        ADD 1 TO WdrOption
        PERFORM CATALOGUE_FONCTION
       END-PERFORM.

      *************** ACCORDER_DROIT_DEFAUT *******************
      * Écrit le droit WdrRole / WdrFonction s'il n'existe pas
      ******************************************************
       ACCORDER_DROIT_DEFAUT.

       MOVE WdrRole TO dr_role
       MOVE WdrFonction TO dr_fonction
       MOVE SYS-DATE8 TO dr_date
       MOVE 'SYSTEME' TO dr_pseudo
       WRITE drTampon
        INVALID KEY CONTINUE
        NOT INVALID KEY ADD 1 TO WdrNbAjout
       END-WRITE.

      ********************* LIRE_ROLE ************************
      * Lit le role WdrRole dans dataroles.dat : WrolOK à 1 et
      * rolTampon chargé s'il existe
      ******************************************************
       LIRE_ROLE.

       MOVE 0 TO WrolOK
       IF WdrRole NOT = SPACES AND WdrRole(1:1) NOT = '*' THEN
        OPEN INPUT froles
        MOVE WdrRole TO rol_nom
        READ froles
         INVALID KEY CONTINUE
         NOT INVALID KEY MOVE 1 TO WrolOK
        END-READ
        CLOSE froles
       END-IF.

      ******************* CHARGER_DROITS *********************
      * À la connexion (ou à l'entrée anonyme, Wrole à SPACES),
      * charge le role de l'opérateur : type de menu principal
      * (WrolMenu), limitation aux affectations (WrolPerim) et
      * liste des fonctions accordées (WdrTable). WrolOK vaut 0
      * si le role n'est pas défini : aucune fonction.
      ******************************************************
       CHARGER_DROITS.

       MOVE 0 TO WdrTous
       MOVE 0 TO WdrNb
       IF Wrole = SPACES THEN
        MOVE 'Anonyme' TO WdrRole
       ELSE
        MOVE Wrole TO WdrRole
       END-IF
       PERFORM LIRE_ROLE
       IF WrolOK = 1 THEN
        MOVE rol_menu TO WrolMenu
        MOVE rol_perimetre TO WrolPerim
       ELSE
        MOVE 'D' TO WrolMenu
        MOVE 1 TO WrolPerim
       END-IF

       OPEN INPUT fdroits
       MOVE WdrRole TO dr_role
       MOVE SPACES TO dr_fonction
       START fdroits KEY IS >= dr_cle
        INVALID KEY CONTINUE
        NOT INVALID KEY
         MOVE 0 TO WdrFin
         PERFORM WITH TEST AFTER UNTIL WdrFin = 1
            OR WdrNb >= 100
          READ fdroits NEXT
           AT END MOVE 1 TO WdrFin
           NOT AT END
            IF dr_role NOT = WdrRole THEN
             MOVE 1 TO WdrFin
            ELSE
             ADD 1 TO WdrNb
             MOVE dr_fonction TO WdrFonctions(WdrNb)
            END-IF
          END-READ
         END-PERFORM
       END-START
       CLOSE fdroits.

      ******************** DROIT_DETENU **********************
      * L'opérateur connecté détient-il la fonction
      * WdrFonction ? Rend WdrOK (1 : oui). Le compte de
      * démonstration et les jobs de nuit (WdrTous à 1)
      * détiennent tout.
      ******************************************************
       DROIT_DETENU.

       MOVE WdrTous TO WdrOK
       MOVE 1 TO WdrIx
       PERFORM WITH TEST BEFORE UNTIL WdrIx > WdrNb OR WdrOK = 1
        IF WdrFonctions(WdrIx) = WdrFonction THEN
         MOVE 1 TO WdrOK
        END-IF
        ADD 1 TO WdrIx
       END-PERFORM.

      ********************* DROIT_ROLE ***********************
      * Le role WdrRole détient-il la fonction WdrFonction ?
      * (lecture directe de datadroits.dat, pour un autre
      * compte que l'opérateur connecté). Rend WdrOK.
      ******************************************************
       DROIT_ROLE.

       MOVE 0 TO WdrOK
       OPEN INPUT fdroits
       MOVE WdrRole TO dr_role
       MOVE WdrFonction TO dr_fonction
       READ fdroits
        INVALID KEY CONTINUE
        NOT INVALID KEY MOVE 1 TO WdrOK
       END-READ
       CLOSE fdroits.

      ******************* CONTROLER_DROIT ********************
      * Contrôle avant d'exécuter la fonction WdrFonction : en
      * cas de refus, prévient l'opérateur et trace la
      * tentative dans le journal d'audit. Rend WdrOK.
      ******************************************************
       CONTROLER_DROIT.

       PERFORM DROIT_DETENU
       IF WdrOK = 0 THEN
        IF Wrole = SPACES THEN
         MOVE 'Anonyme' TO WdrRole
        ELSE
         MOVE Wrole TO WdrRole
        END-IF
        DISPLAY 'Fonction non autorisée pour le role ',WdrRole,
           ' : ',WdrFonction
        PERFORM AUDITER_REFUS_DROIT
       END-IF.

      **************** AUDITER_REFUS_DROIT ********************
      * Trace dans dataaudit.dat le refus de la fonction
      * WdrFonction au role WdrRole
      ******************************************************
       AUDITER_REFUS_DROIT.

       MOVE 'DROITS' TO WaudFichier
       MOVE 'REFUS' TO WaudOperation
       MOVE WdrRole TO WaudCleAvant
       MOVE WdrFonction TO WaudCleApres
       PERFORM ENREGISTRER_AUDIT.

      **************** AFFICHER_OPTIONS_MENU ******************
      * Affiche les options du menu WdrMenu dont l'opérateur
      * connecté détient la fonction, avec leur numéro
      ******************************************************
       AFFICHER_OPTIONS_MENU.

       MOVE 1 TO WdrOption
       PERFORM CATALOGUE_FONCTION
       PERFORM WITH TEST BEFORE UNTIL WdrFonction = SPACES
        PERFORM DROIT_DETENU
        IF WdrOK = 1 THEN
         MOVE WdrOption TO WdrOptEd
         DISPLAY WdrOptEd,' - ',WdrLibelle
        END-IF
        ADD 1 TO WdrOption
        PERFORM CATALOGUE_FONCTION
       END-PERFORM.

      *************** CONTROLER_OPTION_MENU *******************
      * Contrôle le choix WdrOption saisi dans le menu WdrMenu
      * (0 : retour, toujours permis). Rend WdrOK ; un refus
      * est tracé par CONTROLER_DROIT.
      ******************************************************
       CONTROLER_OPTION_MENU.

       MOVE 1 TO WdrOK
       IF WdrOption NOT = 0 THEN
        PERFORM CATALOGUE_FONCTION
        IF WdrFonction NOT = SPACES THEN
         PERFORM CONTROLER_DROIT
        END-IF
       END-IF.

      ******************** GERER_ROLES ***********************
      * Administration des roles et de leurs droits : un role
      * regroupe des fonctions du catalogue ; chaque compte
      * porte un role (fu_role). Toute modification est tracée
      * dans le journal d'audit.
      ******************************************************
       GERER_ROLES.

       DISPLAY '|====================================|'
       DISPLAY '|===========    ROLES     ===========|'
       DISPLAY '|===========  ET DROITS   ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

        MOVE 9 TO WdrChoix
        PERFORM WITH TEST AFTER UNTIL WdrChoix = 0
         DISPLAY 'Que souhaitez vous faire ?'
         DISPLAY ' 1 - Liste des roles'
         DISPLAY ' 2 - Créer un role'
         DISPLAY ' 3 - Consulter les droits d''un role'
         DISPLAY ' 4 - Accorder une fonction à un role'
         DISPLAY ' 5 - Retirer une fonction à un role'
         DISPLAY ' 0 - Retour'
         ACCEPT WdrChoix
         EVALUATE WdrChoix
          WHEN 1
           PERFORM LISTER_ROLES
          WHEN 2
           PERFORM AJOUTER_ROLE
          WHEN 3
           PERFORM CONSULTER_DROITS_ROLE
          WHEN 4
           PERFORM ACCORDER_DROIT
          WHEN 5
           PERFORM RETIRER_DROIT
         END-EVALUATE
        END-PERFORM

       DISPLAY '-====================================-'.

      ******************** LISTER_ROLES **********************
      * Liste les roles définis avec leur type de menu et leur
      * périmètre
      ******************************************************
       LISTER_ROLES.

       OPEN INPUT froles
       MOVE 0 TO WdrFin
       PERFORM WITH TEST AFTER UNTIL WdrFin = 1
        READ froles NEXT
         AT END MOVE 1 TO WdrFin
         NOT AT END
          DISPLAY rol_nom,' ',rol_libelle
          IF ROLE-MENU-GERANT THEN
           DISPLAY '   menu gérant'
          ELSE IF ROLE-MENU-ANONYME THEN
           DISPLAY '   menu anonyme (sans connexion)'
          ELSE
           DISPLAY '   menu complet'
          END-IF
          END-IF
          IF ROLE-LIMITE-AFFECT THEN
           DISPLAY '   limité aux restaurants affectés'
          ELSE
           DISPLAY '   tous les restaurants'
          END-IF
        END-READ
       END-PERFORM
       CLOSE froles.

      ******************** AJOUTER_ROLE **********************
      * Crée un role : libellé, menu principal présenté
      * (complet ou gérant, filtré par les droits), limitation
      * aux restaurants affectés. Les droits d'un role existant
      * peuvent être repris comme point de départ.
      ******************************************************
       AJOUTER_ROLE.

       DISPLAY 'Nom du nouveau role (10 caractères) :'
       ACCEPT WdrRole
       IF WdrRole = SPACES OR WdrRole(1:1) = '*' THEN
        DISPLAY 'Nom de role invalide'
       ELSE
        PERFORM LIRE_ROLE
        IF WrolOK = 1 THEN
         DISPLAY 'Ce role existe déjà'
        ELSE
         MOVE WdrRole TO rol_nom
         DISPLAY 'Libellé du role :'
         ACCEPT rol_libelle
         MOVE 0 TO WdrChoix
         PERFORM WITH TEST AFTER UNTIL WdrChoix = 1 OR WdrChoix = 2
          DISPLAY 'Menu principal (1 : complet, 2 : gérant) :'
          ACCEPT WdrChoix
         END-PERFORM
         IF WdrChoix = 2 THEN
          MOVE 'G' TO rol_menu
         ELSE
          MOVE 'D' TO rol_menu
         END-IF
         MOVE 9 TO WdrChoix
         PERFORM WITH TEST AFTER UNTIL WdrChoix = 1 OR WdrChoix = 0
          DISPLAY 'Limité aux restaurants affectés ? (1:oui 0:non)'
          ACCEPT WdrChoix
         END-PERFORM
         MOVE WdrChoix TO rol_perimetre
         OPEN I-O froles
         WRITE rolTampon
          INVALID KEY
           DISPLAY 'Erreur d''écriture du role'
          NOT INVALID KEY
           DISPLAY 'Role créé'
           MOVE 'ROLES' TO WaudFichier
           MOVE 'CREATION' TO WaudOperation
           MOVE SPACES TO WaudCleAvant
           MOVE WdrRole TO WaudCleApres
           PERFORM ENREGISTRER_AUDIT
         END-WRITE
         CLOSE froles

         DISPLAY 'Reprendre les droits d''un role existant'
     -          ' (vide = aucun) :'
         ACCEPT WdrModele
         IF WdrModele NOT = SPACES THEN
          PERFORM COPIER_DROITS_ROLE
         END-IF
        END-IF
       END-IF.

      ***************** COPIER_DROITS_ROLE *******************
      * Accorde au role WdrRole toutes les fonctions détenues
      * par le role WdrModele
      ******************************************************
       COPIER_DROITS_ROLE.

       MOVE 0 TO WdrNbCopie
       OPEN I-O fdroits
       MOVE WdrModele TO dr_role
       MOVE SPACES TO dr_fonction
       START fdroits KEY IS >= dr_cle
        INVALID KEY CONTINUE
        NOT INVALID KEY
         MOVE 0 TO WdrFin
         PERFORM WITH TEST AFTER UNTIL WdrFin = 1
            OR WdrNbCopie >= 100
          READ fdroits NEXT
           AT END MOVE 1 TO WdrFin
           NOT AT END
            IF dr_role NOT = WdrModele THEN
             MOVE 1 TO WdrFin
            ELSE
             ADD 1 TO WdrNbCopie
             MOVE dr_fonction TO WdrCopies(WdrNbCopie)
            END-IF
          END-READ
         END-PERFORM
       END-START

       ACCEPT SYS-DATE8 FROM DATE YYYYMMDD
       MOVE 1 TO WdrIx
       PERFORM WITH TEST BEFORE UNTIL WdrIx > WdrNbCopie
        MOVE WdrRole TO dr_role
        MOVE WdrCopies(WdrIx) TO dr_fonction
        MOVE SYS-DATE8 TO dr_date
        MOVE WpseudoConnecte TO dr_pseudo
        WRITE drTampon
         INVALID KEY CONTINUE
        END-WRITE
        ADD 1 TO WdrIx
       END-PERFORM
       CLOSE fdroits

       IF WdrNbCopie = 0 THEN
        DISPLAY 'Aucun droit repris (role modèle inconnu ou vide)'
       ELSE
        DISPLAY WdrNbCopie,' fonction(s) reprise(s) de ',WdrModele
        MOVE 'DROITS' TO WaudFichier
        MOVE 'COPIE' TO WaudOperation
        MOVE WdrModele TO WaudCleAvant
        MOVE WdrRole TO WaudCleApres
        PERFORM ENREGISTRER_AUDIT
       END-IF.

      **************** CONSULTER_DROITS_ROLE ******************
      * Affiche, menu par menu, les fonctions du catalogue avec
      * une croix pour celles que le role détient
      ******************************************************
       CONSULTER_DROITS_ROLE.

       DISPLAY 'Role :'
       ACCEPT WdrRole
       PERFORM LIRE_ROLE
       IF WrolOK = 0 THEN
        DISPLAY 'Role inconnu'
       ELSE
        OPEN INPUT fdroits
        MOVE 1 TO WdrMenuIx
        PERFORM CODE_MENU
        PERFORM WITH TEST BEFORE UNTIL WdrMenu = SPACES
         DISPLAY ' '
         DISPLAY WdrTitre
         MOVE 1 TO WdrOption
         PERFORM CATALOGUE_FONCTION
         PERFORM WITH TEST BEFORE UNTIL WdrFonction = SPACES
          MOVE WdrRole TO dr_role
          MOVE WdrFonction TO dr_fonction
          READ fdroits
           INVALID KEY
            DISPLAY ' [ ] ',WdrFonction,' ',WdrLibelle
           NOT INVALID KEY
            DISPLAY ' [X] ',WdrFonction,' ',WdrLibelle
          END-READ
          ADD 1 TO WdrOption
          PERFORM CATALOGUE_FONCTION
         END-PERFORM
         ADD 1 TO WdrMenuIx
         PERFORM CODE_MENU
        END-PERFORM
        CLOSE fdroits
       END-IF.

      **************** RECHERCHER_FONCTION ********************
      * La fonction saisie (WdrSaisie) figure-t-elle au
      * catalogue ? Rend WdrTrouve (1 : oui).
      ******************************************************
       RECHERCHER_FONCTION.

       MOVE 0 TO WdrTrouve
       MOVE 1 TO WdrMenuIx
       PERFORM CODE_MENU
       PERFORM WITH TEST BEFORE UNTIL WdrMenu = SPACES
          OR WdrTrouve = 1
        MOVE 1 TO WdrOption
        PERFORM CATALOGUE_FONCTION
        PERFORM WITH TEST BEFORE UNTIL WdrFonction = SPACES
         IF WdrFonction = WdrSaisie THEN
          MOVE 1 TO WdrTrouve
         END-IF
         ADD 1 TO WdrOption
         PERFORM CATALOGUE_FONCTION
        END-PERFORM
        ADD 1 TO WdrMenuIx
        PERFORM CODE_MENU
       END-PERFORM.

      ******************* ACCORDER_DROIT *********************
      * Accorde une fonction du catalogue à un role existant
      ******************************************************
       ACCORDER_DROIT.

       DISPLAY 'Role :'
       ACCEPT WdrRole
       PERFORM LIRE_ROLE
       IF WrolOK = 0 THEN
        DISPLAY 'Role inconnu'
       ELSE
        DISPLAY 'Fonction à accorder (nom, ex. ACCUEIL_CHECKIN) :'
        ACCEPT WdrSaisie
        PERFORM RECHERCHER_FONCTION
        IF WdrTrouve = 0 THEN
         DISPLAY 'Fonction absente du catalogue'
        ELSE
         ACCEPT SYS-DATE8 FROM DATE YYYYMMDD
         OPEN I-O fdroits
         MOVE WdrRole TO dr_role
         MOVE WdrSaisie TO dr_fonction
         MOVE SYS-DATE8 TO dr_date
         MOVE WpseudoConnecte TO dr_pseudo
         WRITE drTampon
          INVALID KEY
           DISPLAY 'Le role détient déjà cette fonction'
          NOT INVALID KEY
           DISPLAY 'Fonction accordée'
           MOVE 'DROITS' TO WaudFichier
           MOVE 'ACCORD' TO WaudOperation
           MOVE WdrRole TO WaudCleAvant
           MOVE WdrSaisie TO WaudCleApres
           PERFORM ENREGISTRER_AUDIT
         END-WRITE
         CLOSE fdroits
        END-IF
       END-IF.

      ******************* RETIRER_DROIT **********************
      * Retire une fonction à un role. L'opérateur ne peut pas
      * retirer à son propre role l'accès à l'administration
      * des comptes.
      ******************************************************
       RETIRER_DROIT.

       DISPLAY 'Role :'
       ACCEPT WdrRole
       PERFORM LIRE_ROLE
       IF WrolOK = 0 THEN
        DISPLAY 'Role inconnu'
       ELSE
        DISPLAY 'Fonction à retirer :'
        ACCEPT WdrSaisie
        IF WdrRole = Wrole AND WdrSaisie = 'OPERATION_UTILISATEUR'
           AND WdrTous = 0 THEN
         DISPLAY 'Impossible de retirer ce droit à son propre role'
        ELSE
         OPEN I-O fdroits
         MOVE WdrRole TO dr_role
         MOVE WdrSaisie TO dr_fonction
         READ fdroits
          INVALID KEY
           DISPLAY 'Le role ne détient pas cette fonction'
          NOT INVALID KEY
           DELETE fdroits
           DISPLAY 'Fonction retirée'
           MOVE 'DROITS' TO WaudFichier
           MOVE 'RETRAIT' TO WaudOperation
           MOVE WdrRole TO WaudCleAvant
           MOVE WdrSaisie TO WaudCleApres
           PERFORM ENREGISTRER_AUDIT
         END-READ
         CLOSE fdroits
        END-IF
       END-IF.
