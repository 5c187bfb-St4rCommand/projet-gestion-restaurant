      ******************** GERER_BUDGETS *********************
      * Budget annuel des restaurants fixé par le siège : un
      * enregistrement de databudgets.dat par restaurant, année
      * et mois, portant le chiffre d'affaires visé, les
      * couverts, le ticket moyen par couvert et le taux de
      * no-show attendu. Saisie à l'écran ou import depuis
      * import_budgets.csv, et rapport budget / réalisé tiré du
      * journal de clôture datajournal.dat.
      ******************************************************
       GERER_BUDGETS.

       DISPLAY '|====================================|'
       DISPLAY '|===========   BUDGETS    ===========|'
       DISPLAY '|=========== RESTAURANTS  ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

       MOVE 9 TO WbuChoix
       PERFORM WITH TEST AFTER UNTIL WbuChoix = 0
        DISPLAY 'Que souhaitez vous faire ?'
        DISPLAY ' 1 - Saisir ou modifier un budget'
        DISPLAY ' 2 - Importer les budgets (import_budgets.csv)'
        DISPLAY ' 3 - Rapport budget / réalisé'
        DISPLAY ' 0 - Retour'
        ACCEPT WbuChoix
        EVALUATE WbuChoix
         WHEN 1
          PERFORM SAISIR_BUDGET
         WHEN 2
          PERFORM IMPORTER_BUDGETS
         WHEN 3
          PERFORM RAPPORT_BUDGET_REALISE
        END-EVALUATE
       END-PERFORM

       DISPLAY '-====================================-'.

      ******************** SAISIR_BUDGET *********************
      * Saisie du budget d'un restaurant pour une année, mois
      * par mois (0 pour terminer). Un ticket moyen laissé à 0
      * est déduit du chiffre d'affaires et des couverts.
      ******************************************************
       SAISIR_BUDGET.

       OPEN INPUT frestaurants
       MOVE 0 TO WbuFin
       PERFORM WITH TEST AFTER UNTIL WbuFin = 1
        DISPLAY 'Identifiant du restaurant :'
        ACCEPT WidRestSauv
        MOVE WidRestSauv TO fr_id
        READ frestaurants
         INVALID KEY
          DISPLAY 'Restaurant inexistant'
         NOT INVALID KEY
          PERFORM CONTROLER_ACCES_RESTAURANT
          IF WaccesOK = 0 THEN
           DISPLAY 'Vous ne gérez pas ce restaurant'
          ELSE
           MOVE 1 TO WbuFin
          END-IF
        END-READ
       END-PERFORM
       CLOSE frestaurants

       MOVE 0 TO WbuAnnee
       PERFORM WITH TEST AFTER UNTIL WbuAnnee >= 1900
        DISPLAY 'Année du budget (ex: 2026) :'
        ACCEPT WbuAnnee
       END-PERFORM

       OPEN I-O fbudgets
       MOVE 99 TO WbuMois
       PERFORM WITH TEST AFTER UNTIL WbuMois = 0
        DISPLAY ' '
        DISPLAY 'Mois (1 à 12, 0 pour terminer) :'
        ACCEPT WbuMois
        IF WbuMois >= 1 AND WbuMois <= 12 THEN
         PERFORM SAISIR_BUDGET_MOIS
        END-IF
       END-PERFORM
       CLOSE fbudgets.

      ***************** SAISIR_BUDGET_MOIS *******************
      * Saisie ou modification du budget du mois WbuMois de
      * l'année WbuAnnee pour le restaurant WidRestSauv.
      * fbudgets doit être ouvert en entrée-sortie.
      ******************************************************
       SAISIR_BUDGET_MOIS.

       MOVE WidRestSauv TO bud_idrest
       MOVE WbuAnnee TO bud_annee
       MOVE WbuMois TO bud_mois
       READ fbudgets
        INVALID KEY
         MOVE 0 TO WbuExiste
        NOT INVALID KEY
         MOVE 1 TO WbuExiste
         DISPLAY 'Budget actuel : CA ',bud_ca,' € - ',
            bud_couverts,' couverts - ticket moyen ',
            bud_ticketMoyen,' € - no-show ',bud_tauxNoshow,' %'
       END-READ

       DISPLAY 'Chiffre d''affaires visé (€) :'
       ACCEPT WbuBudCa
       DISPLAY 'Couverts visés :'
       ACCEPT WbuBudCouv
       DISPLAY 'Ticket moyen par couvert (€, 0 pour le calculer) :'
       ACCEPT WbuBudTicket
       PERFORM WITH TEST AFTER UNTIL WbuBudNoshow <= 50
        DISPLAY 'Taux de no-show attendu (%) :'
        ACCEPT WbuBudNoshow
       END-PERFORM
       IF WbuBudTicket = 0 AND WbuBudCouv > 0 THEN
        COMPUTE WbuBudTicket ROUNDED = WbuBudCa / WbuBudCouv
       END-IF

       MOVE WbuBudCa TO bud_ca
       MOVE WbuBudCouv TO bud_couverts
       MOVE WbuBudTicket TO bud_ticketMoyen
       MOVE WbuBudNoshow TO bud_tauxNoshow
       ACCEPT SYS-DATE8 FROM DATE YYYYMMDD
       MOVE SYS-DATE8 TO bud_dateMaj
       MOVE WpseudoConnecte TO bud_pseudo
       MOVE 'BUDGET' TO WaudFichier
       MOVE bud_cle TO WaudCleApres
       IF WbuExiste = 1 THEN
        REWRITE budTampon
        MOVE 'MODIF' TO WaudOperation
        MOVE bud_cle TO WaudCleAvant
       ELSE
        WRITE budTampon
        MOVE 'AJOUT' TO WaudOperation
        MOVE SPACE TO WaudCleAvant
       END-IF
       PERFORM ENREGISTRER_AUDIT
       DISPLAY 'Budget enregistré'.

      ****************** IMPORTER_BUDGETS ********************
      * Import des budgets depuis import_budgets.csv
      * (restaurant;annee;mois;ca;couverts;ticketMoyen;
      * tauxNoshow, une ligne d'entête 'restaurant...' est
      * ignorée). Les montants acceptent le point ou la virgule
      * décimale ; un ticket moyen vide ou nul est calculé. Un
      * budget déjà présent est remplacé. Les lignes refusées
      * partent dans import_rejets.csv avec leur motif.
      ******************************************************
       IMPORTER_BUDGETS.

       DISPLAY '|====================================|'
       DISPLAY '|===========   IMPORT     ===========|'
       DISPLAY '|===========   BUDGETS    ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

        OPEN INPUT fimportBud
        IF imb_stat = 35 THEN
         DISPLAY 'Fichier import_budgets.csv introuvable'
        ELSE
         OPEN OUTPUT frejets
         OPEN INPUT frestaurants
         OPEN I-O fbudgets
         MOVE 0 TO WimpLus
         MOVE 0 TO WimpOK
         MOVE 0 TO WimpKO

         MOVE 0 TO WbuFin
         PERFORM WITH TEST AFTER UNTIL WbuFin = 1
          READ fimportBud
           AT END MOVE 1 TO WbuFin
           NOT AT END
            IF imbLigne(1:10) = 'restaurant' THEN
             CONTINUE
            ELSE
             ADD 1 TO WimpLus
             PERFORM IMPORTER_UN_BUDGET
            END-IF
          END-READ
         END-PERFORM

         CLOSE fbudgets
         CLOSE frestaurants
         CLOSE frejets
         CLOSE fimportBud

         DISPLAY 'Lignes lues          : ',WimpLus
         DISPLAY 'Budgets importés     : ',WimpOK
         DISPLAY 'Lignes rejetées      : ',WimpKO
         IF WimpKO NOT = 0 THEN
          DISPLAY 'Rejets écrits dans import_rejets.csv'
         END-IF
        END-IF

       DISPLAY '-====================================-'.

      ***************** IMPORTER_UN_BUDGET *******************
      * Contrôle et enregistre la ligne courante de fimportBud
      ******************************************************
       IMPORTER_UN_BUDGET.

       MOVE SPACES TO WbuRestX
       MOVE SPACES TO WbuAnneeX
       MOVE SPACES TO WbuMoisX
       MOVE SPACES TO WbuCaX
       MOVE SPACES TO WbuCouvX
       MOVE SPACES TO WbuTicketX
       MOVE SPACES TO WbuNoshowX
       MOVE SPACES TO WimpMotif
       UNSTRING imbLigne DELIMITED BY ';'
        INTO WbuRestX WbuAnneeX WbuMoisX WbuCaX
             WbuCouvX WbuTicketX WbuNoshowX
       END-UNSTRING

       MOVE WbuRestX TO WbuChamp
       PERFORM CONVERTIR_CHAMP_BUDGET
       IF WbuValOK = 0 OR WbuDecN NOT = 0 THEN
        MOVE 'restaurant non numérique' TO WimpMotif
       ELSE
        MOVE WbuEntN TO fr_id
        READ frestaurants
         INVALID KEY
          MOVE 'restaurant inexistant' TO WimpMotif
        END-READ
       END-IF
       IF WimpMotif = SPACES THEN
        MOVE fr_id TO bud_idrest
        MOVE WbuAnneeX TO WbuChamp
        PERFORM CONVERTIR_CHAMP_BUDGET
        IF WbuValOK = 0 OR WbuEntN < 1900 OR WbuEntN > 9999 THEN
         MOVE 'année invalide' TO WimpMotif
        ELSE
         MOVE WbuEntN TO bud_annee
        END-IF
       END-IF
       IF WimpMotif = SPACES THEN
        MOVE WbuMoisX TO WbuChamp
        PERFORM CONVERTIR_CHAMP_BUDGET
        IF WbuValOK = 0 OR WbuEntN < 1 OR WbuEntN > 12 THEN
         MOVE 'mois invalide' TO WimpMotif
        ELSE
         MOVE WbuEntN TO bud_mois
        END-IF
       END-IF
       IF WimpMotif = SPACES THEN
        MOVE WbuCaX TO WbuChamp
        PERFORM CONVERTIR_CHAMP_BUDGET
        IF WbuValOK = 0 THEN
         MOVE 'chiffre d''affaires non numérique' TO WimpMotif
        ELSE
         MOVE WbuValeur TO WbuBudCa
        END-IF
       END-IF
       IF WimpMotif = SPACES THEN
        MOVE WbuCouvX TO WbuChamp
        PERFORM CONVERTIR_CHAMP_BUDGET
        IF WbuValOK = 0 OR WbuEntN > 99999 THEN
         MOVE 'couverts non numériques' TO WimpMotif
        ELSE
         MOVE WbuEntN TO WbuBudCouv
        END-IF
       END-IF
       IF WimpMotif = SPACES THEN
        IF WbuTicketX = SPACES THEN
         MOVE 0 TO WbuBudTicket
        ELSE
         MOVE WbuTicketX TO WbuChamp
         PERFORM CONVERTIR_CHAMP_BUDGET
         IF WbuValOK = 0 OR WbuEntN > 9999 THEN
          MOVE 'ticket moyen non numérique' TO WimpMotif
         ELSE
          MOVE WbuValeur TO WbuBudTicket
         END-IF
        END-IF
       END-IF
       IF WimpMotif = SPACES THEN
        IF WbuNoshowX = SPACES THEN
         MOVE 0 TO WbuBudNoshow
        ELSE
         MOVE WbuNoshowX TO WbuChamp
         PERFORM CONVERTIR_CHAMP_BUDGET
         IF WbuValOK = 0 OR WbuValeur > 50 THEN
          MOVE 'taux de no-show invalide' TO WimpMotif
         ELSE
          MOVE WbuValeur TO WbuBudNoshow
         END-IF
        END-IF
       END-IF

       IF WimpMotif NOT = SPACES THEN
        ADD 1 TO WimpKO
        MOVE SPACES TO rejLigne
        STRING imbLigne DELIMITED BY SIZE
           ';MOTIF;' DELIMITED BY SIZE
           WimpMotif DELIMITED BY SIZE
           INTO rejLigne
        WRITE rejLigne
       ELSE
        IF WbuBudTicket = 0 AND WbuBudCouv > 0 THEN
         COMPUTE WbuBudTicket ROUNDED = WbuBudCa / WbuBudCouv
        END-IF
        READ fbudgets
         INVALID KEY
          MOVE 0 TO WbuExiste
         NOT INVALID KEY
          MOVE 1 TO WbuExiste
        END-READ
        MOVE WbuBudCa TO bud_ca
        MOVE WbuBudCouv TO bud_couverts
        MOVE WbuBudTicket TO bud_ticketMoyen
        MOVE WbuBudNoshow TO bud_tauxNoshow
        ACCEPT SYS-DATE8 FROM DATE YYYYMMDD
        MOVE SYS-DATE8 TO bud_dateMaj
        MOVE WpseudoConnecte TO bud_pseudo
        IF WbuExiste = 1 THEN
         REWRITE budTampon
         MOVE bud_cle TO WaudCleAvant
        ELSE
         WRITE budTampon
         MOVE SPACE TO WaudCleAvant
        END-IF
        ADD 1 TO WimpOK
        MOVE 'BUDGET' TO WaudFichier
        MOVE 'IMPORT' TO WaudOperation
        MOVE bud_cle TO WaudCleApres
        PERFORM ENREGISTRER_AUDIT
       END-IF.

      *************** CONVERTIR_CHAMP_BUDGET *****************
      * Convertit le champ CSV WbuChamp (entier ou décimal à
      * deux chiffres après le point ou la virgule) : partie
      * entière dans WbuEntN, décimales dans WbuDecN, valeur
      * dans WbuValeur. WbuValOK vaut 0 si le champ est vide
      * ou non numérique.
      ******************************************************
       CONVERTIR_CHAMP_BUDGET.

       MOVE 1 TO WbuValOK
       MOVE 0 TO WbuEntN
       MOVE 0 TO WbuDecN
       MOVE 0 TO WbuValeur
       MOVE SPACES TO WbuEnt
       MOVE SPACES TO WbuDec
       UNSTRING WbuChamp DELIMITED BY '.' OR ','
        INTO WbuEnt WbuDec
       END-UNSTRING

       MOVE 15 TO WbuLen
       PERFORM WITH TEST BEFORE UNTIL WbuLen = 0
          OR WbuEnt(WbuLen:1) NOT = SPACE
        SUBTRACT 1 FROM WbuLen
       END-PERFORM
       IF WbuLen = 0 OR WbuLen > 7 THEN
        MOVE 0 TO WbuValOK
       ELSE
        IF WbuEnt(1:WbuLen) IS NOT NUMERIC THEN
         MOVE 0 TO WbuValOK
        ELSE
         MOVE WbuEnt(1:WbuLen) TO WbuEntN
        END-IF
       END-IF

       IF WbuValOK = 1 AND WbuDec NOT = SPACES THEN
        IF WbuDec(3:3) NOT = SPACES THEN
         MOVE 0 TO WbuValOK
        ELSE
         IF WbuDec(2:1) = SPACE THEN
          MOVE '0' TO WbuDec(2:1)
         END-IF
         IF WbuDec(1:2) IS NOT NUMERIC THEN
          MOVE 0 TO WbuValOK
         ELSE
          MOVE WbuDec(1:2) TO WbuDecN
         END-IF
        END-IF
       END-IF

       IF WbuValOK = 1 THEN
        COMPUTE WbuValeur = WbuEntN + WbuDecN / 100
       END-IF.

      *************** RAPPORT_BUDGET_REALISE *****************
      * Rapport budget / réalisé d'un mois : pour chaque
      * restaurant ayant un budget ou une activité, chiffre
      * d'affaires, couverts, ticket moyen et taux de no-show
      * du mois, puis chiffre d'affaires et couverts cumulés
      * depuis janvier, avec l'écart en valeur et en
      * pourcentage. Le réalisé vient des journées clôturées
      * (datajournal.dat) ; le chiffre d'affaires comprend la
      * vente à emporter, le ticket moyen est celui de la
      * salle. Les restaurants dont le chiffre d'affaires du
      * mois ou du cumul est en dessous du budget de plus du
      * seuil d'alerte sont signalés.
      ******************************************************
       RAPPORT_BUDGET_REALISE.

       DISPLAY '|====================================|'
       DISPLAY '|===========   BUDGET /   ===========|'
       DISPLAY '|===========   REALISE    ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

        MOVE 0 TO WbuMois
        PERFORM WITH TEST AFTER UNTIL WbuMois >= 1
           AND WbuMois <= 12
         DISPLAY 'Mois (1 à 12) :'
         ACCEPT WbuMois
        END-PERFORM
        MOVE 0 TO WbuAnnee
        PERFORM WITH TEST AFTER UNTIL WbuAnnee >= 1900
         DISPLAY 'Année (ex: 2026) :'
         ACCEPT WbuAnnee
        END-PERFORM
        MOVE 0 TO WbuSeuil
        DISPLAY 'Seuil d''alerte en % sous le budget (0 pour 10 %) :'
        ACCEPT WbuSeuil
        IF WbuSeuil = 0 THEN
         MOVE 10 TO WbuSeuil
        END-IF

        MOVE 0 TO WbuNbRest
        MOVE 0 TO WbuNbAlerte
        MOVE 0 TO WbuGrBudCa
        MOVE 0 TO WbuGrReelCa
        MOVE 0 TO WbuGrBudCaCum
        MOVE 0 TO WbuGrReelCaCum
        OPEN INPUT frestaurants
        OPEN INPUT fbudgets
        OPEN INPUT fjournal
        MOVE 0 TO WbuFin
        PERFORM WITH TEST AFTER UNTIL WbuFin = 1
         READ frestaurants NEXT
          AT END MOVE 1 TO WbuFin
          NOT AT END
           PERFORM BUDGET_UN_RESTAURANT
         END-READ
        END-PERFORM
        CLOSE fjournal
        CLOSE fbudgets
        CLOSE frestaurants

        DISPLAY '--------------------------------------'
        DISPLAY 'Ensemble des restaurants :'
        MOVE 'CA du mois' TO WbuLib
        MOVE WbuGrBudCa TO WbuRef
        MOVE WbuGrReelCa TO WbuReel
        PERFORM AFFICHER_ECART_BUDGET
        MOVE 'CA cumulé' TO WbuLib
        MOVE WbuGrBudCaCum TO WbuRef
        MOVE WbuGrReelCaCum TO WbuReel
        PERFORM AFFICHER_ECART_BUDGET
        DISPLAY ' '
        DISPLAY WbuNbRest,' restaurant(s) analysé(s), ',WbuNbAlerte,
           ' à plus de ',WbuSeuil,' % sous le budget'

       DISPLAY '-====================================-'.

      **************** BUDGET_UN_RESTAURANT ******************
      * Partie du rapport budget / réalisé pour le restaurant
      * courant (restTampon). fbudgets et fjournal doivent être
      * ouverts en entrée.
      ******************************************************
       BUDGET_UN_RESTAURANT.

       MOVE fr_id TO WidRestSauv
       PERFORM CONTROLER_ACCES_RESTAURANT
       IF WaccesOK = 1 THEN
        PERFORM CUMULER_BUDGET_RESTAURANT
        PERFORM CUMULER_REALISE_RESTAURANT
       END-IF
       IF WaccesOK = 1 AND (WbuBudCaCum > 0 OR WbuReelCaCum > 0
          OR WbuBudCouvCum > 0 OR WbuReelCouvCum > 0) THEN
        ADD 1 TO WbuNbRest
        ADD WbuBudCa TO WbuGrBudCa
        ADD WbuReelCa TO WbuGrReelCa
        ADD WbuBudCaCum TO WbuGrBudCaCum
        ADD WbuReelCaCum TO WbuGrReelCaCum
        DISPLAY '--------------------------------------'
        DISPLAY 'Restaurant ',fr_id,' - ',fr_ville
        DISPLAY '                     budget      réalisé',
           '        écart       %'
        MOVE 0 TO WbuAlerte
        MOVE 'CA du mois' TO WbuLib
        MOVE WbuBudCa TO WbuRef
        MOVE WbuReelCa TO WbuReel
        PERFORM AFFICHER_ECART_BUDGET
        IF WbuRef > 0 AND WbuPct < 0 AND WbuPct * -1 > WbuSeuil THEN
         MOVE 1 TO WbuAlerte
        END-IF
        MOVE 'Couverts du mois' TO WbuLib
        MOVE WbuBudCouv TO WbuRef
        MOVE WbuReelCouv TO WbuReel
        PERFORM AFFICHER_ECART_BUDGET
        MOVE 0 TO WbuTicket
        IF WbuReelCouv > 0 THEN
         COMPUTE WbuTicket ROUNDED = WbuReelSalle / WbuReelCouv
        END-IF
        MOVE 'Ticket moyen' TO WbuLib
        MOVE WbuBudTicket TO WbuRef
        MOVE WbuTicket TO WbuReel
        PERFORM AFFICHER_ECART_BUDGET
        MOVE 0 TO WbuTaux
        IF WbuReelResas > 0 THEN
         COMPUTE WbuTaux ROUNDED = WbuReelNoshow * 100
            / WbuReelResas
        END-IF
        MOVE WbuTaux TO WbuPctE
        DISPLAY '  Taux de no-show   : ',WbuBudNoshow,' % attendu, ',
           WbuPctE,' % constaté'
        MOVE 'CA cumulé' TO WbuLib
        MOVE WbuBudCaCum TO WbuRef
        MOVE WbuReelCaCum TO WbuReel
        PERFORM AFFICHER_ECART_BUDGET
        IF WbuRef > 0 AND WbuPct < 0 AND WbuPct * -1 > WbuSeuil THEN
         MOVE 1 TO WbuAlerte
        END-IF
        MOVE 'Couverts cumulés' TO WbuLib
        MOVE WbuBudCouvCum TO WbuRef
        MOVE WbuReelCouvCum TO WbuReel
        PERFORM AFFICHER_ECART_BUDGET
        IF WbuAlerte = 1 THEN
         ADD 1 TO WbuNbAlerte
         DISPLAY '  *** SOUS LE BUDGET DE PLUS DE ',WbuSeuil,' %'
        END-IF
       END-IF.

      ************** CUMULER_BUDGET_RESTAURANT ***************
      * Budget du mois WbuMois et cumul de janvier à WbuMois de
      * l'année WbuAnnee pour le restaurant fr_id
      ******************************************************
       CUMULER_BUDGET_RESTAURANT.

       MOVE 0 TO WbuBudCa
       MOVE 0 TO WbuBudCouv
       MOVE 0 TO WbuBudTicket
       MOVE 0 TO WbuBudNoshow
       MOVE 0 TO WbuBudCaCum
       MOVE 0 TO WbuBudCouvCum
       MOVE fr_id TO bud_idrest
       MOVE WbuAnnee TO bud_annee
       MOVE 1 TO bud_mois
       START fbudgets, KEY IS >= bud_cle
        INVALID KEY CONTINUE
        NOT INVALID KEY
         MOVE 0 TO WbuFinJ
         PERFORM WITH TEST AFTER UNTIL WbuFinJ = 1
          READ fbudgets NEXT
           AT END MOVE 1 TO WbuFinJ
           NOT AT END
            IF bud_idrest NOT = fr_id OR bud_annee NOT = WbuAnnee
               OR bud_mois > WbuMois THEN
             MOVE 1 TO WbuFinJ
            ELSE
             ADD bud_ca TO WbuBudCaCum
             ADD bud_couverts TO WbuBudCouvCum
             IF bud_mois = WbuMois THEN
              MOVE bud_ca TO WbuBudCa
              MOVE bud_couverts TO WbuBudCouv
              MOVE bud_ticketMoyen TO WbuBudTicket
              MOVE bud_tauxNoshow TO WbuBudNoshow
             END-IF
            END-IF
          END-READ
         END-PERFORM
       END-START.

      ************* CUMULER_REALISE_RESTAURANT ***************
      * Réalisé du mois WbuMois et cumul de janvier à WbuMois
      * de l'année WbuAnnee pour le restaurant fr_id, depuis
      * les journées clôturées de datajournal.dat
      ******************************************************
       CUMULER_REALISE_RESTAURANT.

       MOVE 0 TO WbuReelCa
       MOVE 0 TO WbuReelSalle
       MOVE 0 TO WbuReelCouv
       MOVE 0 TO WbuReelResas
       MOVE 0 TO WbuReelNoshow
       MOVE 0 TO WbuReelCaCum
       MOVE 0 TO WbuReelCouvCum
       MOVE fr_id TO jr_idrest
       MOVE WbuAnnee TO jr_annee
       MOVE 1 TO jr_mois
       MOVE 1 TO jr_jour
       START fjournal, KEY IS >= jr_cle
        INVALID KEY CONTINUE
        NOT INVALID KEY
         MOVE 0 TO WbuFinJ
         PERFORM WITH TEST AFTER UNTIL WbuFinJ = 1
          READ fjournal NEXT
           AT END MOVE 1 TO WbuFinJ
           NOT AT END
            IF jr_idrest NOT = fr_id OR jr_annee NOT = WbuAnnee
               OR jr_mois > WbuMois THEN
             MOVE 1 TO WbuFinJ
            ELSE
             ADD jr_ca TO WbuReelCaCum
             ADD jr_caEmporter TO WbuReelCaCum
             ADD jr_couverts TO WbuReelCouvCum
             IF jr_mois = WbuMois THEN
              ADD jr_ca TO WbuReelCa
              ADD jr_caEmporter TO WbuReelCa
              ADD jr_ca TO WbuReelSalle
              ADD jr_couverts TO WbuReelCouv
              ADD jr_nbResas TO WbuReelResas
              ADD jr_noshow TO WbuReelNoshow
             END-IF
            END-IF
          END-READ
         END-PERFORM
       END-START.

      **************** AFFICHER_ECART_BUDGET *****************
      * Affiche la ligne WbuLib : budget WbuRef, réalisé
      * WbuReel, écart en valeur et en pourcentage du budget
      * (WbuPct, laissé à 0 sans budget)
      ******************************************************
       AFFICHER_ECART_BUDGET.

       COMPUTE WbuEcart = WbuReel - WbuRef
       MOVE 0 TO WbuPct
       IF WbuRef > 0 THEN
        COMPUTE WbuPct ROUNDED = WbuEcart * 100 / WbuRef
         ON SIZE ERROR MOVE 9999.9 TO WbuPct
        END-COMPUTE
       END-IF
       MOVE WbuEcart TO WbuEcartE
       MOVE WbuPct TO WbuPctE
       IF WbuRef > 0 THEN
        DISPLAY '  ',WbuLib,' : ',WbuRef,' ',WbuReel,' ',WbuEcartE,
           ' ',WbuPctE,' %'
       ELSE
        DISPLAY '  ',WbuLib,' : ',WbuRef,' ',WbuReel,' ',WbuEcartE,
           '   (pas de budget)'
       END-IF.
