      ************** EXPORTER_DISPONIBILITES ******************
      * Flux de disponibilités pour le site web : pour chaque
      * restaurant en activité, chaque jour des WdspJours
      * prochains jours (aujourd'hui compris) et chaque créneau
      * réservable (toutes les 30 minutes dans les fenêtres de
      * service déclarées), écrit dans disponibilites_web.csv
      * les places encore libres et la plus grande table libre.
      * Les fermetures exceptionnelles et les privatisations
      * totales retirent le créneau ; les tables bloquées par
      * un événement, les durées du restaurant et les
      * réservations en cours réduisent les places, comme à la
      * prise de réservation. Un restaurant sans horaires
      * déclarés n'exporte aucun créneau (il est compté à
      * part).
      ******************************************************
       EXPORTER_DISPONIBILITES.

       IF WdspJours = 0 THEN
        MOVE 14 TO WdspJours
       END-IF
       MOVE 0 TO WdspNbRest
       MOVE 0 TO WdspNbLignes
       MOVE 0 TO WdspSansHor
       ACCEPT SYS-DATE8 FROM DATE YYYYMMDD
       MOVE SYS-DATE8 TO WdspDate8
       COMPUTE WdspInt0 = FUNCTION INTEGER-OF-DATE(WdspDate8)

       OPEN OUTPUT fexportDispo
       MOVE 'restaurant;jour;mois;annee;heure;minute;places;table_max'
          TO fxdLigne
       WRITE fxdLigne

       OPEN INPUT frestaurants
       MOVE 0 TO WdspFin
       PERFORM WITH TEST AFTER UNTIL WdspFin = 1
        READ frestaurants NEXT
         AT END MOVE 1 TO WdspFin
         NOT AT END
          IF fr_actif NOT = 1 THEN
           ADD 1 TO WdspNbRest
           MOVE fr_id TO WidRestSauv
           MOVE fr_nbPlaces TO WcapaciteRestaurant
           MOVE 0 TO WdspHorVu
           MOVE 0 TO WdspJ
           PERFORM WITH TEST BEFORE UNTIL WdspJ >= WdspJours
            PERFORM EXPORTER_DISPO_JOUR
            ADD 1 TO WdspJ
           END-PERFORM
           IF WdspHorVu = 0 THEN
            ADD 1 TO WdspSansHor
            DISPLAY 'Restaurant ',fr_id,' : aucun horaire déclaré,'
     -             ' aucun créneau exporté'
           END-IF
          END-IF
        END-READ
       END-PERFORM
       CLOSE frestaurants
       CLOSE fexportDispo

       DISPLAY 'Disponibilités sur ',WdspJours,' jour(s) : ',
            WdspNbRest,' restaurant(s), ',WdspNbLignes,
          ' créneau(x) exporté(s)'.

      **************** EXPORTER_DISPO_JOUR ********************
      * Exporte les créneaux du restaurant WidRestSauv pour le
      * jour aujourd'hui + WdspJ : lit les fenêtres de service
      * du jour de semaine puis parcourt le midi et le soir.
      ******************************************************
       EXPORTER_DISPO_JOUR.

       COMPUTE WdspInt = WdspInt0 + WdspJ
       COMPUTE WdspDate8 = FUNCTION DATE-OF-INTEGER(WdspInt)
       COMPUTE Wdate_annee = WdspDate8 / 10000
       COMPUTE Wdate_mois = FUNCTION MOD(WdspDate8 / 100, 100)
       COMPUTE Wdate_jour = FUNCTION MOD(WdspDate8, 100)
       PERFORM CALCULER_JOUR_SEMAINE

       MOVE 0 TO WdspMidiDeb
       MOVE 0 TO WdspMidiFin
       MOVE 0 TO WdspSoirDeb
       MOVE 0 TO WdspSoirFin
       OPEN INPUT fhoraires
       MOVE WidRestSauv TO hor_idrest
       MOVE WjourSem TO hor_jour
       READ fhoraires
        INVALID KEY CONTINUE
        NOT INVALID KEY
         MOVE 1 TO WdspHorVu
         MOVE hor_midiDeb TO WdspMidiDeb
         MOVE hor_midiFin TO WdspMidiFin
         MOVE hor_soirDeb TO WdspSoirDeb
         MOVE hor_soirFin TO WdspSoirFin
       END-READ
      *les contrôles de capacité relisent fhoraires
       CLOSE fhoraires

       IF WdspMidiDeb NOT = 0 OR WdspMidiFin NOT = 0 THEN
        MOVE WdspMidiDeb TO WdspHHMM
        PERFORM CONVERTIR_HHMM_DISPO
        MOVE WdspConv TO WdspDebMin
        MOVE WdspMidiFin TO WdspHHMM
        PERFORM CONVERTIR_HHMM_DISPO
        MOVE WdspConv TO WdspFinMin
        PERFORM EXPORTER_DISPO_SERVICE
       END-IF
       IF WdspSoirDeb NOT = 0 OR WdspSoirFin NOT = 0 THEN
        MOVE WdspSoirDeb TO WdspHHMM
        PERFORM CONVERTIR_HHMM_DISPO
        MOVE WdspConv TO WdspDebMin
        MOVE WdspSoirFin TO WdspHHMM
        PERFORM CONVERTIR_HHMM_DISPO
        MOVE WdspConv TO WdspFinMin
        PERFORM EXPORTER_DISPO_SERVICE
       END-IF.

      *************** CONVERTIR_HHMM_DISPO ********************
      * Convertit l'heure WdspHHMM (HHMM) en minutes depuis
      * minuit dans WdspConv
      ******************************************************
       CONVERTIR_HHMM_DISPO.

       COMPUTE WdspConv =
          (WdspHHMM - FUNCTION MOD(WdspHHMM, 100)) / 100 * 60
          + FUNCTION MOD(WdspHHMM, 100).

      ************** EXPORTER_DISPO_SERVICE *******************
      * Parcourt un service (WdspDebMin à WdspFinMin, bornes
      * incluses comme pour VERIFIER_OUVERTURE) par pas de 30
      * minutes. Chaque créneau est contrôlé par
      * VERIFIER_CAPACITE_RESERVATION pour un groupe de deux
      * (durée standard la plus courte) ; un créneau fermé
      * (fermeture, privatisation totale) n'est pas exporté.
      ******************************************************
       EXPORTER_DISPO_SERVICE.

       MOVE WdspDebMin TO WdspMin
       PERFORM WITH TEST BEFORE UNTIL WdspMin > WdspFinMin
        COMPUTE WheureSauv_minute = FUNCTION MOD(WdspMin, 60)
        COMPUTE WheureSauv_heure =
           (WdspMin - WheureSauv_minute) / 60
        MOVE 2 TO WnbPersonnes
        MOVE 0 TO WidSauv
        PERFORM VERIFIER_CAPACITE_RESERVATION
        IF WouvOK = 1 AND WevtFerme = 0 THEN
         PERFORM CHERCHER_TABLE_MAX_LIBRE
         MOVE SPACES TO fxdLigne
         STRING WidRestSauv DELIMITED BY SIZE ';' DELIMITED BY SIZE
            Wdate_jour DELIMITED BY SIZE ';' DELIMITED BY SIZE
            Wdate_mois DELIMITED BY SIZE ';' DELIMITED BY SIZE
            Wdate_annee DELIMITED BY SIZE ';' DELIMITED BY SIZE
            WheureSauv_heure DELIMITED BY SIZE ';' DELIMITED BY SIZE
            WheureSauv_minute DELIMITED BY SIZE
            ';' DELIMITED BY SIZE
            WPlacesLibres DELIMITED BY SIZE ';' DELIMITED BY SIZE
            WdspTableMax DELIMITED BY SIZE
            INTO fxdLigne
         WRITE fxdLigne
         ADD 1 TO WdspNbLignes
        END-IF
        ADD 30 TO WdspMin
       END-PERFORM.

      ************** CHERCHER_TABLE_MAX_LIBRE *****************
      * Rend dans WdspTableMax le nombre de places de la plus
      * grande table du restaurant WidRestSauv ni promise à une
      * réservation (TABLE_OCCUPEE_CRENEAU) ni bloquée par un
      * événement (TABLE_BLOQUEE_EVT) au créneau courant (Wdate,
      * WheureSauv) : taille du plus grand groupe que le site
      * peut proposer sans réorganiser la salle.
      ******************************************************
       CHERCHER_TABLE_MAX_LIBRE.

       MOVE 0 TO WdspTableMax
       OPEN INPUT ftables
       OPEN INPUT fevenements
       MOVE WidRestSauv TO ftb_idrest
       START ftables, KEY IS = ftb_idrest
        INVALID KEY CONTINUE
        NOT INVALID KEY
         MOVE 0 TO WdspTblFin
         PERFORM WITH TEST AFTER UNTIL WdspTblFin = 1
          READ ftables NEXT
           AT END MOVE 1 TO WdspTblFin
           NOT AT END
            IF ftb_idrest NOT = WidRestSauv THEN
             MOVE 1 TO WdspTblFin
            ELSE
             IF ftb_places > WdspTableMax THEN
              MOVE ftb_numero TO WtocNum
              PERFORM TABLE_OCCUPEE_CRENEAU
              MOVE ftb_numero TO WevtNum
              PERFORM TABLE_BLOQUEE_EVT
              IF WtocOccupee = 0 AND WevtTblBloquee = 0 THEN
               MOVE ftb_places TO WdspTableMax
              END-IF
             END-IF
            END-IF
          END-READ
         END-PERFORM
       END-START
       CLOSE fevenements
       CLOSE ftables.
