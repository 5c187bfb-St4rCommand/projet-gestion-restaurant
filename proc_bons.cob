      ********************* BON_ARRIVEE **********************
      * À l'arrivée d'une table (RESA-ARRIVEE, resaTampon
      * courant) : note l'heure d'arrivée dans databons.dat puis
      * envoie le bon des entrées en cuisine, sauf si la table
      * commande plus tard (apéritif) : le bon part alors par
      * "envoyer la suite" depuis l'écran d'accueil.
      ******************************************************
       BON_ARRIVEE.

       MOVE 0 TO WbonEtape
       PERFORM ECRIRE_ETAPE_BON
       IF WbonTrouve = 0 THEN
        MOVE 9 TO WbonChoix
        PERFORM WITH TEST AFTER UNTIL WbonChoix = 1 OR WbonChoix = 0
         DISPLAY 'Envoyer le bon des entrées en cuisine ?'
     -          ' 1:maintenant 0:plus tard'
         ACCEPT WbonChoix
        END-PERFORM
        IF WbonChoix = 1 THEN
         MOVE 1 TO WbonEtape
         PERFORM ENVOYER_BON_CUISINE
        END-IF
       END-IF.

      ****************** ENVOYER_BON_SUITE *******************
      * Table déjà arrivée : envoie en cuisine le prochain bon
      * non encore parti (entrées si elles ont été différées,
      * sinon plats, puis desserts), quand la salle annonce que
      * la table est prête.
      ******************************************************
       ENVOYER_BON_SUITE.

       MOVE 0 TO WbonEtape
       MOVE 1 TO WbonIx
       OPEN INPUT fbons
       PERFORM WITH TEST BEFORE UNTIL WbonIx > 3 OR WbonEtape NOT = 0
        MOVE frs_id TO bon_idresa
        MOVE WbonIx TO bon_etape
        READ fbons
         INVALID KEY MOVE WbonIx TO WbonEtape
         NOT INVALID KEY CONTINUE
        END-READ
        ADD 1 TO WbonIx
       END-PERFORM
       CLOSE fbons

       IF WbonEtape = 0 THEN
        DISPLAY 'Tous les bons de cette table sont partis'
       ELSE
        PERFORM LIBELLE_ETAPE_BON
        MOVE 9 TO WbonChoix
        PERFORM WITH TEST AFTER UNTIL WbonChoix = 1 OR WbonChoix = 0
         DISPLAY 'Envoyer le bon des ',WbonLibelle,' ? 1:oui 0:non'
         ACCEPT WbonChoix
        END-PERFORM
        IF WbonChoix = 1 THEN
         PERFORM ENVOYER_BON_CUISINE
        END-IF
       END-IF.

      ****************** LIBELLE_ETAPE_BON *******************
      * Libellé de l'étape WbonEtape dans WbonLibelle
      ******************************************************
       LIBELLE_ETAPE_BON.

       EVALUATE WbonEtape
        WHEN 0 MOVE 'ARRIVEE' TO WbonLibelle
        WHEN 1 MOVE 'ENTREES' TO WbonLibelle
        WHEN 2 MOVE 'PLATS' TO WbonLibelle
        WHEN 3 MOVE 'DESSERTS' TO WbonLibelle
        WHEN OTHER MOVE SPACES TO WbonLibelle
       END-EVALUATE.

      ****************** ECRIRE_ETAPE_BON ********************
      * Enregistre l'étape WbonEtape de la réservation courante
      * (resaTampon) avec l'heure système. WbonTrouve vaut 1 si
      * l'étape était déjà enregistrée (rien n'est écrit).
      ******************************************************
       ECRIRE_ETAPE_BON.

       ACCEPT SYS-DATE8 FROM DATE YYYYMMDD
       ACCEPT WbonTime FROM TIME
       MOVE 0 TO WbonTrouve
       OPEN I-O fbons
       MOVE frs_id TO bon_idresa
       MOVE WbonEtape TO bon_etape
       MOVE frs_idrest TO bon_idrest
       MOVE SYS-DATE8 TO bon_date
       COMPUTE bon_heure = WbonTime / 100
       MOVE frs_numTable TO bon_table
       MOVE frs_nbPersonnes TO bon_couverts
       MOVE WpseudoConnecte TO bon_pseudo
       WRITE bonTampon
        INVALID KEY MOVE 1 TO WbonTrouve
       END-WRITE
       CLOSE fbons.

      ***************** ENVOYER_BON_CUISINE ******************
      * Envoie le bon de l'étape WbonEtape (1 entrées, 2 plats,
      * 3 desserts) de la réservation courante : enregistre
      * l'heure d'envoi puis ajoute le bon à bons_cuisine.txt,
      * le fichier lu par l'imprimante de la cuisine : table,
      * couverts, plat de chaque ligne de menu (avec le
      * convive) et rappel des allergies et régimes déclarés.
      ******************************************************
       ENVOYER_BON_CUISINE.

       PERFORM ECRIRE_ETAPE_BON
       IF WbonTrouve = 1 THEN
        DISPLAY 'Ce bon est déjà parti en cuisine'
       ELSE
        PERFORM LIBELLE_ETAPE_BON
        OPEN EXTEND fbonscuisine
        IF xbc_stat = 35 THEN
         OPEN OUTPUT fbonscuisine
        END-IF
        MOVE '========================================' TO xbcLigne
        WRITE xbcLigne
        MOVE SPACES TO xbcLigne
        STRING 'BON ' DELIMITED BY SIZE
           WbonLibelle DELIMITED BY SPACE
           ' - restaurant ' DELIMITED BY SIZE
           frs_idrest DELIMITED BY SIZE
           ' - envoyé à ' DELIMITED BY SIZE
           bon_heure(1:2) DELIMITED BY SIZE
           'h' DELIMITED BY SIZE
           bon_heure(3:2) DELIMITED BY SIZE
           INTO xbcLigne
        WRITE xbcLigne
        MOVE SPACES TO xbcLigne
        STRING 'TABLE ' DELIMITED BY SIZE
           frs_numTable DELIMITED BY SIZE
           ' - ' DELIMITED BY SIZE
           frs_nbPersonnes DELIMITED BY SIZE
           ' couvert(s) - réservation ' DELIMITED BY SIZE
           frs_id DELIMITED BY SIZE
           INTO xbcLigne
        WRITE xbcLigne

        MOVE 0 TO WbonNbPlats
        OPEN INPUT fresamenus
        OPEN INPUT fmenus
        MOVE frs_id TO frd_idresa
        START fresamenus, KEY IS = frd_idresa
         INVALID KEY CONTINUE
         NOT INVALID KEY
          MOVE 0 TO WbonLFin
          PERFORM WITH TEST AFTER UNTIL WbonLFin = 1
           READ fresamenus NEXT
            AT END MOVE 1 TO WbonLFin
            NOT AT END
             IF frd_idresa NOT = frs_id THEN
              MOVE 1 TO WbonLFin
             ELSE
              PERFORM LIGNE_BON_CUISINE
             END-IF
           END-READ
          END-PERFORM
        END-START
        CLOSE fmenus
        CLOSE fresamenus
        IF WbonNbPlats = 0 THEN
         MOVE '  (aucun menu réservé : commande à la carte)'
            TO xbcLigne
         WRITE xbcLigne
        END-IF

        MOVE frs_id TO WalgIdResa
        PERFORM CHARGER_ALLERGIES_RESA
        MOVE 1 TO WalgIx
        PERFORM WITH TEST BEFORE UNTIL WalgIx > WalgNb
         MOVE SPACES TO xbcLigne
         STRING '  !!! ALLERGIE convive ' DELIMITED BY SIZE
            WalgConv(WalgIx) DELIMITED BY SIZE
            ' : ' DELIMITED BY SIZE
            WalgTexte(WalgIx) DELIMITED BY '  '
            INTO xbcLigne
         WRITE xbcLigne
         IF WalgReg(WalgIx) NOT = SPACES THEN
          MOVE SPACES TO xbcLigne
          STRING '  !!! REGIME convive ' DELIMITED BY SIZE
             WalgConv(WalgIx) DELIMITED BY SIZE
             ' : ' DELIMITED BY SIZE
             WalgReg(WalgIx) DELIMITED BY SIZE
             INTO xbcLigne
          WRITE xbcLigne
         END-IF
         ADD 1 TO WalgIx
        END-PERFORM
        CLOSE fbonscuisine
        DISPLAY 'Bon des ',WbonLibelle,' envoyé en cuisine (table ',
           frs_numTable,', ',WbonNbPlats,' plat(s))'
       END-IF.

      ****************** LIGNE_BON_CUISINE *******************
      * Ajoute au bon le plat de l'étape WbonEtape pour la ligne
      * de menu courante (rmTampon)
      ******************************************************
       LIGNE_BON_CUISINE.

       MOVE frd_nomMenu TO fm_nom
       READ fmenus
        INVALID KEY CONTINUE
        NOT INVALID KEY
         EVALUATE WbonEtape
          WHEN 1 MOVE fm_entree TO WbonPlat
          WHEN 2 MOVE fm_plat TO WbonPlat
          WHEN 3 MOVE fm_dessert TO WbonPlat
         END-EVALUATE
         IF WbonPlat NOT = SPACES THEN
          ADD 1 TO WbonNbPlats
          MOVE SPACES TO xbcLigne
          STRING '  1 x ' DELIMITED BY SIZE
             WbonPlat DELIMITED BY '  '
             '  (convive ' DELIMITED BY SIZE
             frd_convive DELIMITED BY SIZE
             ')' DELIMITED BY SIZE
             INTO xbcLigne
          WRITE xbcLigne
         END-IF
       END-READ.

      **************** RAPPORT_TEMPS_SERVICE *****************
      * Temps de service d'un restaurant pour une date : pour
      * chaque table arrivée, délais arrivée -> entrées,
      * entrées -> plats et plats -> desserts d'après l'heure
      * d'envoi des bons, puis moyenne et maximum par service
      * (midi avant 16h, soir).
      ******************************************************
       RAPPORT_TEMPS_SERVICE.

       DISPLAY '|====================================|'
       DISPLAY '|===========   TEMPS DE   ===========|'
       DISPLAY '|===========   SERVICE    ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

        DISPLAY 'Identifiant du restaurant :'
        ACCEPT WidResto
        MOVE WidResto TO WidRestSauv
        PERFORM CONTROLER_ACCES_RESTAURANT
        IF WaccesOK = 0 THEN
         DISPLAY 'Vous ne gérez pas ce restaurant'
        ELSE
         PERFORM WITH TEST AFTER UNTIL WdateOK = 1
          DISPLAY 'Date du service (JJ MM AAAA) :'
          ACCEPT Wdate_jour
          ACCEPT Wdate_mois
          ACCEPT Wdate_annee
          PERFORM VALIDER_DATE
          IF WdateOK = 0 THEN
           DISPLAY 'Date invalide'
          END-IF
         END-PERFORM

         INITIALIZE WbonStats
         MOVE 0 TO WbonNbResa
         DISPLAY 'Réservation    heure  arr>ent ent>pla pla>des'
     -          ' (minutes)'
         OPEN INPUT freservations
         OPEN INPUT fbons
         MOVE Wdate TO frs_date
         START freservations, KEY IS = frs_date
          INVALID KEY CONTINUE
          NOT INVALID KEY
           MOVE 0 TO WbonFin
           PERFORM WITH TEST AFTER UNTIL WbonFin = 1
            READ freservations NEXT
             AT END MOVE 1 TO WbonFin
             NOT AT END
              IF frs_date NOT = Wdate THEN
               MOVE 1 TO WbonFin
              ELSE
               IF frs_idrest = WidResto THEN
                PERFORM TEMPS_SERVICE_RESA
               END-IF
              END-IF
            END-READ
           END-PERFORM
         END-START
         CLOSE fbons
         CLOSE freservations

         IF WbonNbResa = 0 THEN
          DISPLAY 'Aucune table pointée arrivée à cette date'
         ELSE
          MOVE 1 TO WbonService
          PERFORM WITH TEST BEFORE UNTIL WbonService > 2
           PERFORM AFFICHER_TEMPS_SERVICE
           ADD 1 TO WbonService
          END-PERFORM
         END-IF
        END-IF

       DISPLAY '-====================================-'.

      ***************** TEMPS_SERVICE_RESA *******************
      * Lit les étapes de la réservation courante (fbons
      * ouvert), affiche ses délais et les cumule dans le
      * service de la réservation
      ******************************************************
       TEMPS_SERVICE_RESA.

       MOVE 1 TO WbonIx
       PERFORM WITH TEST BEFORE UNTIL WbonIx > 4
        MOVE frs_id TO bon_idresa
        COMPUTE bon_etape = WbonIx - 1
        MOVE 0 TO WbonVu(WbonIx)
        MOVE 0 TO WbonH(WbonIx)
        READ fbons
         INVALID KEY CONTINUE
         NOT INVALID KEY
          MOVE 1 TO WbonVu(WbonIx)
          MOVE bon_heure TO WbonHHMMSS
          PERFORM CONVERTIR_HHMMSS_BON
          MOVE WbonSec TO WbonH(WbonIx)
        END-READ
        ADD 1 TO WbonIx
       END-PERFORM

       IF WbonVu(1) = 1 THEN
        ADD 1 TO WbonNbResa
        IF frs_heure_heure < 16 THEN
         MOVE 1 TO WbonService
        ELSE
         MOVE 2 TO WbonService
        END-IF
        DISPLAY frs_id,'  ',frs_heure_heure,'h',frs_heure_minute
           WITH NO ADVANCING
        MOVE 1 TO WbonIx
        PERFORM WITH TEST BEFORE UNTIL WbonIx > 3
         IF WbonVu(WbonIx) = 1 AND WbonVu(WbonIx + 1) = 1
            AND WbonH(WbonIx + 1) >= WbonH(WbonIx) THEN
          COMPUTE WbonEcart = (WbonH(WbonIx + 1) - WbonH(WbonIx))
             / 60
          DISPLAY '   ',WbonEcart WITH NO ADVANCING
          ADD WbonEcart TO WbonSomme(WbonService, WbonIx)
          ADD 1 TO WbonNbMes(WbonService, WbonIx)
          IF WbonEcart > WbonMax(WbonService, WbonIx) THEN
           MOVE WbonEcart TO WbonMax(WbonService, WbonIx)
          END-IF
         ELSE
          DISPLAY '       -' WITH NO ADVANCING
         END-IF
         ADD 1 TO WbonIx
        END-PERFORM
        DISPLAY ' '
       END-IF.

      **************** CONVERTIR_HHMMSS_BON ******************
      * Convertit WbonHHMMSS en secondes depuis minuit (WbonSec)
      ******************************************************
       CONVERTIR_HHMMSS_BON.

       COMPUTE WbonSec =
          (WbonHHMMSS - FUNCTION MOD(WbonHHMMSS, 10000)) / 10000
             * 3600
          + (FUNCTION MOD(WbonHHMMSS, 10000)
             - FUNCTION MOD(WbonHHMMSS, 100)) / 100 * 60
          + FUNCTION MOD(WbonHHMMSS, 100).

      **************** AFFICHER_TEMPS_SERVICE ****************
      * Moyenne et maximum des trois délais pour le service
      * WbonService (1 midi, 2 soir)
      ******************************************************
       AFFICHER_TEMPS_SERVICE.

       DISPLAY ' '
       IF WbonService = 1 THEN
        DISPLAY 'Service du midi (minutes : moyenne / maximum)'
       ELSE
        DISPLAY 'Service du soir (minutes : moyenne / maximum)'
       END-IF
       MOVE 1 TO WbonIx
       PERFORM WITH TEST BEFORE UNTIL WbonIx > 3
        EVALUATE WbonIx
         WHEN 1 MOVE 'arr>ent' TO WbonLibelle
         WHEN 2 MOVE 'ent>pla' TO WbonLibelle
         WHEN 3 MOVE 'pla>des' TO WbonLibelle
        END-EVALUATE
        IF WbonNbMes(WbonService, WbonIx) = 0 THEN
         DISPLAY '  ',WbonLibelle,' : aucune mesure'
        ELSE
         COMPUTE WbonMoy ROUNDED = WbonSomme(WbonService, WbonIx)
            / WbonNbMes(WbonService, WbonIx)
         DISPLAY '  ',WbonLibelle,' : ',WbonMoy,' / ',
            WbonMax(WbonService, WbonIx),'  (',
            WbonNbMes(WbonService, WbonIx),' table(s))'
        END-IF
        ADD 1 TO WbonIx
       END-PERFORM.
