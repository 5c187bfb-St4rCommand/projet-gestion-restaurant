      ************** LISTER_RESAS_IMPACTEES *******************
      * Recense les réservations confirmées du restaurant
      * WidResto touchées par une fermeture ou un changement
      * d'horaires : WrlMode = 1, réservations à la date de
      * fermeture Wdate ; WrlMode = 2, réservations à venir du
      * jour de semaine WhorJour dont l'heure sort des
      * nouvelles fenêtres de service (WrlMidiDeb ...
      * WrlSoirFin, en HHMM). Affiche chaque réservation et
      * garde son identifiant dans WrlTable (WrlNb au total).
      ******************************************************
       LISTER_RESAS_IMPACTEES.

       MOVE 0 TO WrlNb
       MOVE 0 TO WrlHorsTable
       MOVE Wdate TO WrlDateFer
       ACCEPT SYS-DATE8 FROM DATE YYYYMMDD
       MOVE SYS-DATE8 TO WrlDate8

       OPEN INPUT freservations
       MOVE WidResto TO frs_idrest
       START freservations, KEY IS = frs_idrest
        INVALID KEY CONTINUE
        NOT INVALID KEY
         MOVE 0 TO WrlFin
         PERFORM WITH TEST AFTER UNTIL WrlFin = 1
          READ freservations NEXT
           AT END MOVE 1 TO WrlFin
           NOT AT END
            IF frs_idrest NOT = WidResto THEN
             MOVE 1 TO WrlFin
            ELSE
             PERFORM CONTROLER_RESA_IMPACTEE
             IF WrlImpact = 1 THEN
              DISPLAY 'Réservation ',frs_id,' - client ',
                 frs_idcli,' - ',frs_date_jour,'/',
                 frs_date_mois,'/',frs_date_annee,' ',
                 frs_heure_heure,'h',frs_heure_minute,' - ',
                 frs_nbPersonnes,' pers.'
              IF WrlNb < 200 THEN
               ADD 1 TO WrlNb
               MOVE frs_id TO WrlIdResa(WrlNb)
              ELSE
               ADD 1 TO WrlHorsTable
              END-IF
             END-IF
            END-IF
          END-READ
         END-PERFORM
       END-START
       CLOSE freservations
       MOVE WrlDateFer TO Wdate

       IF WrlHorsTable > 0 THEN
        DISPLAY WrlHorsTable,' réservation(s) au-delà de 200 :'
     -         ' relancer l''opération après traitement'
       END-IF.

      ************** CONTROLER_RESA_IMPACTEE ******************
      * Décide si la réservation courante (resaTampon) est
      * touchée par la fermeture ou les nouveaux horaires
      * (voir LISTER_RESAS_IMPACTEES). Rend WrlImpact (1 :
      * touchée). Seules les réservations confirmées sont
      * reprises : un client arrivé ou parti n'est plus à
      * reloger.
      ******************************************************
       CONTROLER_RESA_IMPACTEE.

       MOVE 0 TO WrlImpact
       IF RESA-CONFIRMEE THEN
        IF WrlMode = 1 THEN
         IF frs_date = WrlDateFer THEN
          MOVE 1 TO WrlImpact
         END-IF
        ELSE
         COMPUTE WrlResaDate8 = frs_date_annee * 10000
            + frs_date_mois * 100 + frs_date_jour
         IF WrlResaDate8 >= WrlDate8 THEN
          MOVE frs_date TO Wdate
          PERFORM CALCULER_JOUR_SEMAINE
          IF WjourSem = WhorJour THEN
           COMPUTE WrlHHMM = frs_heure_heure * 100
              + frs_heure_minute
      *mêmes bornes incluses que VERIFIER_OUVERTURE
           IF ((WrlMidiDeb NOT = 0 OR WrlMidiFin NOT = 0)
              AND WrlHHMM >= WrlMidiDeb
              AND WrlHHMM <= WrlMidiFin)
              OR ((WrlSoirDeb NOT = 0 OR WrlSoirFin NOT = 0)
              AND WrlHHMM >= WrlSoirDeb
              AND WrlHHMM <= WrlSoirFin) THEN
            CONTINUE
           ELSE
            MOVE 1 TO WrlImpact
           END-IF
          END-IF
         END-IF
        END-IF
       END-IF.

      ************** CONFIRMER_RESAS_IMPACTEES ****************
      * Fait confirmer la fermeture ou les nouveaux horaires
      * quand des réservations sont touchées (WrlNb ou
      * WrlHorsTable non nuls). Rend WrlOK (1 : confirmé ; 1
      * d'office quand aucune réservation n'est touchée).
      ******************************************************
       CONFIRMER_RESAS_IMPACTEES.

       MOVE 1 TO WrlOK
       IF WrlNb > 0 OR WrlHorsTable > 0 THEN
        DISPLAY ' '
        DISPLAY WrlNb,' réservation(s) à reloger ou annuler'
        MOVE 9 TO WrlOK
        PERFORM WITH TEST AFTER UNTIL WrlOK = 1 OR WrlOK = 0
         DISPLAY 'Confirmer et traiter ces réservations ?'
     -          ' 1:oui 0:non'
         ACCEPT WrlOK
        END-PERFORM
       END-IF.

      ************** TRAITER_RESAS_IMPACTEES ******************
      * Reprend une à une les réservations recensées dans
      * WrlTable : chacune est relogée dans un autre restaurant
      * en activité du même département, ou annulée si le
      * client le préfère (ou faute de place ailleurs). Le
      * verrou du restaurant WidResto est tenu par l'appelant.
      ******************************************************
       TRAITER_RESAS_IMPACTEES.

       MOVE 0 TO WrlNbReloc
       MOVE 0 TO WrlNbAnnul
       MOVE 0 TO WrlNbRemb
       MOVE 0 TO WrlNbLaisse
       MOVE 1 TO WrlIx
       PERFORM WITH TEST BEFORE UNTIL WrlIx > WrlNb
        PERFORM TRAITER_RESA_IMPACTEE
        ADD 1 TO WrlIx
       END-PERFORM
       MOVE WrlDateFer TO Wdate

       DISPLAY ' '
       DISPLAY WrlNbReloc,' réservation(s) relogée(s), ',
            WrlNbAnnul,' annulée(s)'
       IF WrlNbRemb > 0 THEN
        DISPLAY WrlNbRemb,' réservation(s) avec arrhes à'
     -         ' rembourser (liste arrhes_a_rembourser.csv)'
       END-IF
       IF WrlNbLaisse > 0 THEN
        DISPLAY WrlNbLaisse,' réservation(s) laissée(s) en'
     -         ' l''état (poste occupé ou mois clôturé)'
       END-IF.

      *************** TRAITER_RESA_IMPACTEE *******************
      * Traite la réservation WrlIdResa(WrlIx) : affichage,
      * recherche des restaurants d'accueil possibles sur le
      * même créneau, puis choix du relogement ou de
      * l'annulation.
      ******************************************************
       TRAITER_RESA_IMPACTEE.

       MOVE 0 TO WrlTrouve
       OPEN INPUT freservations
       MOVE WrlIdResa(WrlIx) TO frs_id
       READ freservations
        INVALID KEY
         DISPLAY 'Réservation ',frs_id,' introuvable'
        NOT INVALID KEY
      *une réservation reprise entre-temps n'est plus touchée, ni
      *une réservation d'un mois clôturé en comptabilité
         MOVE frs_date_mois TO WclMois
         MOVE frs_date_annee TO WclAnnee
         PERFORM CONTROLER_MOIS_CLOS
         IF WclClos = 1 AND RESA-CONFIRMEE THEN
          DISPLAY 'Réservation ',frs_id,' d''un mois clôturé :'
     -           ' laissée en l''état'
          ADD 1 TO WrlNbLaisse
         END-IF
         IF RESA-CONFIRMEE AND frs_idrest = WidResto
            AND WclClos = 0 THEN
          MOVE 1 TO WrlTrouve
          DISPLAY ' '
          PERFORM AFFICHER_RESERVATION
          MOVE frs_id TO WidSauv
          MOVE frs_idcli TO WidCliSauv
          MOVE frs_date TO Wdate
          MOVE frs_heure TO WheureSauv
          MOVE frs_nbPersonnes TO WnbPersonnes
          MOVE frs_numTable TO WrlTableOrig
         END-IF
       END-READ
       CLOSE freservations

       IF WrlTrouve = 1 THEN
        PERFORM CHERCHER_RESTAURANTS_ACCUEIL
        IF WrlNbCand = 0 THEN
         DISPLAY 'Aucun restaurant du département ne peut'
     -          ' accueillir le groupe sur ce créneau'
         DISPLAY 'La réservation va être annulée'
         MOVE 0 TO WrlChoix
        ELSE
         MOVE 0 TO WrlCandOK
         PERFORM WITH TEST AFTER UNTIL WrlCandOK = 1
          DISPLAY 'Restaurant d''accueil (identifiant, 0 ='
     -           ' annuler à la demande du client) :'
          ACCEPT WrlChoix
          IF WrlChoix = 0 THEN
           MOVE 1 TO WrlCandOK
          ELSE
           MOVE 1 TO WrlCx
           PERFORM WITH TEST BEFORE UNTIL WrlCx > WrlNbCand
              OR WrlCandOK = 1
            IF WrlCandId(WrlCx) = WrlChoix THEN
             MOVE 1 TO WrlCandOK
            ELSE
             ADD 1 TO WrlCx
            END-IF
           END-PERFORM
           IF WrlCandOK = 0 THEN
            DISPLAY 'Ce restaurant n''est pas proposé'
           END-IF
          END-IF
         END-PERFORM
        END-IF
        IF WrlChoix = 0 THEN
         PERFORM ANNULER_RESA_FERMETURE
        ELSE
         PERFORM RELOGER_RESERVATION
        END-IF
       END-IF.

      ************ CHERCHER_RESTAURANTS_ACCUEIL ***************
      * Liste les restaurants en activité du département du
      * restaurant WidResto (deux premiers chiffres de
      * fr_codeP), autres que lui, pouvant accueillir
      * WnbPersonnes personnes à la date Wdate et à l'heure
      * WheureSauv : même contrôle de capacité que
      * RECHERCHER_DISPONIBILITES. Les identifiants retenus
      * sont gardés dans WrlCandTable (WrlNbCand).
      ******************************************************
       CHERCHER_RESTAURANTS_ACCUEIL.

       MOVE 0 TO WrlNbCand
       MOVE 0 TO WrlDept
       OPEN INPUT frestaurants
       MOVE WidResto TO fr_id
       READ frestaurants
        NOT INVALID KEY
         COMPUTE WrlDept = fr_codeP / 1000
       END-READ
       CLOSE frestaurants

       OPEN INPUT frestaurants
       MOVE 0 TO WrlFin
       PERFORM WITH TEST AFTER UNTIL WrlFin = 1
        READ frestaurants NEXT
         AT END MOVE 1 TO WrlFin
         NOT AT END
          COMPUTE WfrDept = fr_codeP / 1000
          IF fr_actif NOT = 1
           AND fr_id NOT = WidResto
           AND WfrDept = WrlDept THEN
           MOVE fr_id TO WidRestSauv
           MOVE fr_nbPlaces TO WcapaciteRestaurant
           PERFORM VERIFIER_CAPACITE_RESERVATION
           IF Wlibre = 1 AND WrlNbCand < 30 THEN
            ADD 1 TO WrlNbCand
            MOVE fr_id TO WrlCandId(WrlNbCand)
            DISPLAY '  Restaurant ',fr_id,' - ',fr_ville,' : ',
               WPlacesLibres,' place(s) libre(s)'
           END-IF
          END-IF
        END-READ
       END-PERFORM
       CLOSE frestaurants.

      **************** RELOGER_RESERVATION ********************
      * Transfère la réservation WidSauv dans le restaurant
      * WrlChoix : table assignée sur place, heure de départ
      * recalculée selon les durées du nouveau restaurant,
      * menus décomptés de son stock, table d'origine rendue.
      * Les règlements restent attachés à l'identifiant de la
      * réservation : les arrhes suivent donc le relogement.
      * Les tickets encore actifs du restaurant d'origine y
      * sont annulés.
      ******************************************************
       RELOGER_RESERVATION.

       MOVE WrlChoix TO WverrouRest
       PERFORM PRENDRE_VERROU_APP
       IF WverrouOK = 0 THEN
        DISPLAY 'Relogement abandonné (poste occupé) :'
     -         ' réservation laissée en l''état'
        ADD 1 TO WrlNbLaisse
       ELSE
        MOVE WrlChoix TO WidRestSauv
        PERFORM ASSIGNER_TABLE
        MOVE 0 TO WrlMajOK
        OPEN I-O freservations
        MOVE WidSauv TO frs_id
        READ freservations
         INVALID KEY
          DISPLAY 'Erreur lors de la relecture de la réservation'
         NOT INVALID KEY
          MOVE WrlChoix TO frs_idrest
          MOVE WtableAssignee TO frs_numTable
          PERFORM CALCULER_HEURE_FIN_RESA
          REWRITE resaTampon
          IF frs_stat NOT = 0 THEN
           DISPLAY 'Erreur lors du relogement de la réservation'
          ELSE
           MOVE 1 TO WrlMajOK
           ADD 1 TO WrlNbReloc
           MOVE 'RESERVATION' TO WrjFichier
           MOVE 'MODIF' TO WrjOp
           MOVE resaTampon TO WrjEnr
           PERFORM JOURNALISER_ECRITURE
           DISPLAY 'Réservation relogée au restaurant ',WrlChoix
           IF WtableAssignee = 0 THEN
            DISPLAY 'Aucune table libre n''a pu être assignée'
           ELSE
            DISPLAY 'Table assignée : ',WtableAssignee
           END-IF
           IF WpayTotal > 0 THEN
            DISPLAY 'Arrhes de ',WpayTotal,' € reportées sur le'
     -             ' restaurant d''accueil'
           END-IF
           MOVE 'RELOCALISATION' TO WrlMailType
           PERFORM DEPOSER_MAIL_FERMETURE
          END-IF
        END-READ
        CLOSE freservations
        IF WrlMajOK = 1 THEN
      *les tickets émis restent au restaurant d'origine : ils y
      *sont annulés, le restaurant d'accueil émettra les siens
         MOVE WidSauv TO WtfIdResa
         MOVE WidResto TO WtfIdRest
         PERFORM ANNULER_TICKETS_RESERVATION
         PERFORM DECOMPTER_STOCK_RELOGEMENT
         IF WrlTableOrig NOT = 0 THEN
          MOVE WidResto TO WidRestSauv
          MOVE WrlTableOrig TO WtableAssignee
          PERFORM LIBERER_TABLE
         END-IF
        END-IF
        PERFORM RENDRE_VERROU_APP
       END-IF.

      ************* DECOMPTER_STOCK_RELOGEMENT ****************
      * Décompte du stock du restaurant d'accueil (WrlChoix)
      * une portion des plats de chaque menu réservé par la
      * réservation WidSauv, comme à la prise de réservation.
      ******************************************************
       DECOMPTER_STOCK_RELOGEMENT.

       MOVE WrlChoix TO WidRestSauv
       OPEN INPUT fmenus
       OPEN INPUT fresamenus
       MOVE WidSauv TO frd_idresa
       START fresamenus, KEY IS = frd_idresa
        INVALID KEY CONTINUE
        NOT INVALID KEY
         MOVE 0 TO WrlFin
         PERFORM WITH TEST AFTER UNTIL WrlFin = 1
          READ fresamenus NEXT
           AT END MOVE 1 TO WrlFin
           NOT AT END
            IF frd_idresa NOT = WidSauv THEN
             MOVE 1 TO WrlFin
            ELSE
             MOVE frd_nomMenu TO fm_nom
             READ fmenus
              INVALID KEY CONTINUE
              NOT INVALID KEY
               PERFORM DECREMENTER_STOCK_MENU
             END-READ
            END-IF
          END-READ
         END-PERFORM
       END-START
       CLOSE fresamenus
       CLOSE fmenus.

      *************** ANNULER_RESA_FERMETURE ******************
      * Annule la réservation WidSauv (statut annulée, table
      * rendue, tickets encore actifs annulés). Les arrhes
      * éventuelles sont signalées à rembourser : le
      * remboursement lui-même reste saisi par SAISIR_PAIEMENT
      * avec l'aval d'un Directeur.
      ******************************************************
       ANNULER_RESA_FERMETURE.

       MOVE 0 TO WrlMajOK
       OPEN I-O freservations
       MOVE WidSauv TO frs_id
       READ freservations
        INVALID KEY
         DISPLAY 'Erreur lors de la relecture de la réservation'
        NOT INVALID KEY
         MOVE 3 TO frs_statut
         MOVE 0 TO frs_numTable
         REWRITE resaTampon
         IF frs_stat NOT = 0 THEN
          DISPLAY 'Erreur lors de l''annulation de la réservation'
         ELSE
          MOVE 1 TO WrlMajOK
          ADD 1 TO WrlNbAnnul
          MOVE 'RESERVATION' TO WrjFichier
          MOVE 'MODIF' TO WrjOp
          MOVE resaTampon TO WrjEnr
          PERFORM JOURNALISER_ECRITURE
          DISPLAY 'Réservation annulée'
          MOVE 'ANNULATION' TO WrlMailType
          PERFORM DEPOSER_MAIL_FERMETURE
         END-IF
       END-READ
       CLOSE freservations
       IF WrlMajOK = 1 THEN
      *un ticket déjà émis est annulé par un ticket négatif
        MOVE WidSauv TO WtfIdResa
        MOVE WidResto TO WtfIdRest
        PERFORM ANNULER_TICKETS_RESERVATION
        IF WrlTableOrig NOT = 0 THEN
         MOVE WidResto TO WidRestSauv
         MOVE WrlTableOrig TO WtableAssignee
         PERFORM LIBERER_TABLE
        END-IF
        IF WpayTotal > 0 THEN
         PERFORM SIGNALER_ARRHES_A_REMBOURSER
        END-IF
       END-IF.

      *********** SIGNALER_ARRHES_A_REMBOURSER ****************
      * Inscrit la réservation annulée WidSauv, avec ses arrhes
      * WpayTotal, dans la liste arrhes_a_rembourser.csv :
      * date du signalement;réservation;client;restaurant;date
      * de la réservation;montant;FERMETURE. Les règlements de
      * datapaiements.dat ne sont pas modifiés : le
      * remboursement est un nouveau mouvement, saisi par
      * SAISIR_PAIEMENT avec l'aval d'un Directeur.
      ******************************************************
       SIGNALER_ARRHES_A_REMBOURSER.

       OPEN EXTEND farrhesremb
       IF arb_stat = 35 THEN
        OPEN OUTPUT farrhesremb
       END-IF
       ACCEPT SYS-DATE8 FROM DATE YYYYMMDD
       MOVE SPACES TO arbLigne
       STRING SYS-DATE8 DELIMITED BY SIZE ';' DELIMITED BY SIZE
           WidSauv DELIMITED BY SIZE ';' DELIMITED BY SIZE
           WidCliSauv DELIMITED BY SIZE ';' DELIMITED BY SIZE
           WidResto DELIMITED BY SIZE ';' DELIMITED BY SIZE
           Wdate_jour DELIMITED BY SIZE '/' DELIMITED BY SIZE
           Wdate_mois DELIMITED BY SIZE '/' DELIMITED BY SIZE
           Wdate_annee DELIMITED BY SIZE ';' DELIMITED BY SIZE
           WpayTotal DELIMITED BY SIZE ';' DELIMITED BY SIZE
           'FERMETURE' DELIMITED BY SIZE
           INTO arbLigne
       WRITE arbLigne
       CLOSE farrhesremb
       ADD 1 TO WrlNbRemb
       DISPLAY 'Arrhes de ',WpayTotal,' € à rembourser'
     -        ' (aval Directeur à la saisie du remboursement)'.

      *************** DEPOSER_MAIL_FERMETURE ******************
      * Dépose dans la file de mails l'avis de relogement
      * (WrlMailType = RELOCALISATION) ou d'annulation
      * (ANNULATION) de la réservation courante (resaTampon),
      * avec le restaurant d'origine WidResto et le montant des
      * arrhes reportées ou à rembourser (WpayTotal). Message
      * transactionnel : jamais filtré par le consentement
      * marketing.
      ******************************************************
       DEPOSER_MAIL_FERMETURE.

       OPEN INPUT fclients
       MOVE frs_idcli TO fc_id
       READ fclients
        INVALID KEY
         DISPLAY 'Client ',frs_idcli,' introuvable, pas de mail'
        NOT INVALID KEY
         OPEN EXTEND fmailqueue
         IF mq_stat = 35 THEN
          OPEN OUTPUT fmailqueue
         END-IF
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
            WrlMailType DELIMITED BY SPACE ';' DELIMITED BY SIZE
            frs_id DELIMITED BY SIZE ';' DELIMITED BY SIZE
            fc_id DELIMITED BY SIZE ';' DELIMITED BY SIZE
            WidResto DELIMITED BY SIZE ';' DELIMITED BY SIZE
            frs_idrest DELIMITED BY SIZE ';' DELIMITED BY SIZE
            frs_date_jour DELIMITED BY SIZE '/' DELIMITED BY SIZE
            frs_date_mois DELIMITED BY SIZE '/' DELIMITED BY SIZE
            frs_date_annee DELIMITED BY SIZE ';' DELIMITED BY SIZE
            frs_heure_heure DELIMITED BY SIZE 'h' DELIMITED BY SIZE
            frs_heure_minute DELIMITED BY SIZE ';' DELIMITED BY SIZE
            frs_nbPersonnes DELIMITED BY SIZE ';' DELIMITED BY SIZE
            WpayTotal DELIMITED BY SIZE
            INTO mqLigne
         WRITE mqLigne
         CLOSE fmailqueue
       END-READ
       CLOSE fclients.
