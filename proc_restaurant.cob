        MOVE Wnum TO fr_id      
        DISPLAY 'Rue dans lequelle se trouve le restaurant :'
        ACCEPT fr_rue
        PERFORM WITH TEST AFTER UNTIL WcomChoix NOT = 2
         DISPLAY 'Ville du restaurant :'
         ACCEPT fr_ville
         PERFORM WITH TEST AFTER UNTIL Wcp >= 1000 AND Wcp < 99999
          DISPLAY 'Code postal :'
          ACCEPT Wcp
         END-PERFORM
         MOVE Wcp TO WcomCp
         MOVE fr_ville TO WcomVille
         MOVE 0 TO WcomVilleCli
         PERFORM DEMANDER_CORRECTION_COMMUNE
        END-PERFORM
        MOVE WcomCp TO fr_codeP
        MOVE WcomVille TO fr_ville
        PERFORM WITH TEST AFTER UNTIL Wtel > 0100000000
           AND Wtel < 0999999999
         DISPLAY 'Numero de telephone (ex: 0204124874) :'
      * Import en masse de restaurants depuis
      * import_restaurants.csv (rue;ville;codePostal;telephone;
      * nbPlaces;siteWeb;actif, une ligne d'entête 'fr_rue...'
      * est ignorée). Mêmes contrôles que la saisie à l'écran
      * (dont le couple code postal / ville au référentiel),
      * identifiant par le compteur, tables provisionnées comme
      * à la création, trace d'audit par restaurant importé ;
      * les lignes refusées partent dans import_rejets.csv avec
        ELSE
         OPEN OUTPUT frejets
         OPEN I-O frestaurants
         OPEN INPUT fcommunes
         MOVE 1 TO WcomOuvert
         MOVE 0 TO WimpLus
         MOVE 0 TO WimpOK
         MOVE 0 TO WimpKO
          END-READ
         END-PERFORM

         CLOSE fcommunes
         MOVE 0 TO WcomOuvert
         CLOSE frestaurants
         CLOSE frejets
         CLOSE fimportRest
        END-IF
       END-IF

       IF WimpMotif = SPACES THEN
        MOVE WimpCp TO WcomCp
        MOVE WimpVille TO WcomVille
        MOVE 0 TO WcomVilleCli
        PERFORM MOTIF_REJET_COMMUNE
       END-IF

       IF WimpMotif NOT = SPACES THEN
        ADD 1 TO WimpKO
        MOVE SPACES TO rejLigne

      **************** SAISIR_HORAIRES_JOUR *******************
      * Saisit ou remplace les fenêtres de service d'un jour de
      * semaine du restaurant WidResto. Les réservations à venir
      * de ce jour de semaine qui sortent des nouvelles fenêtres
      * sont listées ; les horaires ne sont écrits qu'après
      * confirmation, puis chaque réservation est relogée ou
      * annulée.
      ******************************************************
       SAISIR_HORAIRES_JOUR.

       MOVE WidResto TO WverrouRest
       PERFORM PRENDRE_VERROU_APP
       IF WverrouOK = 0 THEN
        DISPLAY 'Saisie abandonnée (poste occupé)'
       ELSE
       OPEN I-O fhoraires
       PERFORM WITH TEST AFTER UNTIL WhorJour >= 1
          AND WhorJour <= 7
       END-PERFORM
       MOVE WhorVal TO hor_soirFin

      *les fenêtres sont gardées à part : la recherche d'un
      *restaurant d'accueil relit ensuite fhoraires
       MOVE hor_midiDeb TO WrlMidiDeb
       MOVE hor_midiFin TO WrlMidiFin
       MOVE hor_soirDeb TO WrlSoirDeb
       MOVE hor_soirFin TO WrlSoirFin
       MOVE 2 TO WrlMode
       PERFORM LISTER_RESAS_IMPACTEES
       PERFORM CONFIRMER_RESAS_IMPACTEES
       IF WrlOK = 0 THEN
        DISPLAY 'Horaires non modifiés'
        CLOSE fhoraires
       ELSE
        WRITE horTampon
         INVALID KEY
          REWRITE horTampon
        END-WRITE
        DISPLAY 'Horaires enregistrés'
        CLOSE fhoraires
        PERFORM TRAITER_RESAS_IMPACTEES
       END-IF
       PERFORM RENDRE_VERROU_APP
       END-IF.

      **************** VALIDER_BORNE_HORAIRE ******************
      * Contrôle qu'une borne de service saisie en HHMM

      ***************** AJOUTER_FERMETURE *********************
      * Enregistre une fermeture exceptionnelle (jour férié,
      * congés annuels) du restaurant WidResto. Les
      * réservations déjà prises ce jour-là sont listées ; la
      * fermeture n'est écrite qu'après confirmation, puis
      * chaque réservation est relogée ou annulée.
      ******************************************************
       AJOUTER_FERMETURE.

       MOVE WidResto TO WverrouRest
       PERFORM PRENDRE_VERROU_APP
       IF WverrouOK = 0 THEN
        DISPLAY 'Fermeture abandonnée (poste occupé)'
       ELSE
       OPEN I-O ffermetures
       MOVE WidResto TO fer_idrest
       PERFORM WITH TEST AFTER UNTIL WdateOK = 1
       MOVE Wdate_annee TO fer_annee
       DISPLAY 'Motif :'
       ACCEPT fer_motif

       MOVE 1 TO WrlMode
       PERFORM LISTER_RESAS_IMPACTEES
       PERFORM CONFIRMER_RESAS_IMPACTEES
       IF WrlOK = 0 THEN
        DISPLAY 'Fermeture non enregistrée'
        CLOSE ffermetures
       ELSE
        WRITE ferTampon
         INVALID KEY
          REWRITE ferTampon
        END-WRITE
        DISPLAY 'Fermeture enregistrée'
        CLOSE ffermetures
        PERFORM TRAITER_RESAS_IMPACTEES
       END-IF
       PERFORM RENDRE_VERROU_APP
       END-IF.

      ***************** RETIRER_FERMETURE *********************
      * Retire une fermeture exceptionnelle du restaurant
      * de groupe, servant au calcul du départ prévu et aux
      * contrôles de chevauchement (capacité et tables). Les
      * valeurs à zéro reprennent les défauts 90 / 105 / 120 /
      * 150 minutes. Le ratio de couverts par employé sert au
      * planning du personnel (PLANNING_SERVICES). Le maximum
      * de commandes à emporter par créneau de retrait de 15
      * minutes limite la vente à emporter (0 : le restaurant
      * ne vend pas à emporter).
      ******************************************************
       GERER_PARAMETRES_RESERVATION.

          MOVE 30 TO par_arrhesMin
          MOVE 1900 TO par_pointeDeb
          MOVE 2130 TO par_pointeFin
          MOVE 15 TO par_couvParEmp
          MOVE 0 TO par_maxEmporter
          WRITE parTampon
           INVALID KEY
            DISPLAY 'Erreur lors de la création des paramètres'
           ' €'
        DISPLAY '  Heures de pointe : ',par_pointeDeb,' - ',
           par_pointeFin
        DISPLAY 'Couverts par employé (planning) : ',par_couvParEmp
        DISPLAY 'Commandes à emporter par quart d''heure (0 = pas'
     -         ' de vente à emporter) : ',par_maxEmporter

        MOVE 9 TO Wchoix
        PERFORM WITH TEST AFTER UNTIL Wchoix = 1 OR Wchoix = 0
         ACCEPT par_pointeDeb
         DISPLAY 'Fin des heures de pointe (HHMM) :'
         ACCEPT par_pointeFin
         MOVE 0 TO par_couvParEmp
         PERFORM WITH TEST AFTER UNTIL par_couvParEmp > 0
          DISPLAY 'Couverts par employé et par service :'
          ACCEPT par_couvParEmp
         END-PERFORM
         DISPLAY 'Commandes à emporter par créneau de 15 minutes'
     -          ' (0 = pas de vente à emporter) :'
         ACCEPT par_maxEmporter
         REWRITE parTampon
         DISPLAY 'Paramètres enregistrés'
        END-IF
