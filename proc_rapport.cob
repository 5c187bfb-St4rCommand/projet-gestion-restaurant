              MOVE 0 TO WcloCa(WcloIx)
              MOVE 0 TO WcloAnnul(WcloIx)
              MOVE 0 TO WcloNoshow(WcloIx)
              MOVE 0 TO WcloEmporter(WcloIx)
              MOVE 0 TO WcloCaEmp(WcloIx)
              MOVE 1 TO WcloTrouve
             ELSE
              DISPLAY 'ATTENTION : plus de 50 restaurants sur la'
        END-PERFORM
        CLOSE freservations

      *la vente à emporter est comptée à part de la salle
        PERFORM CUMULER_EMPORTER_CLOTURE

        IF WcloNb = 0 THEN
         DISPLAY 'Aucune réservation ni commande à emporter à'
     -          ' cette date'
        END-IF

        OPEN I-O fjournal
         MOVE WcloCa(WcloIx) TO jr_ca
         MOVE WcloAnnul(WcloIx) TO jr_annulations
         MOVE WcloNoshow(WcloIx) TO jr_noshow
         MOVE WcloEmporter(WcloIx) TO jr_nbEmporter
         MOVE WcloCaEmp(WcloIx) TO jr_caEmporter
         WRITE jrTampon
          INVALID KEY
           REWRITE jrTampon
         DISPLAY '  CA : ',jr_ca,' €'
         DISPLAY '  Annulations : ',jr_annulations,
            '   No-show : ',jr_noshow
         DISPLAY '  Vente à emporter : ',jr_nbEmporter,
            ' commande(s)   CA : ',jr_caEmporter,' €'
         DISPLAY ' '
         ADD 1 TO WcloIx
        END-PERFORM
       DISPLAY '-====================================-'.

      *************** ARCHIVER_RESERVATIONS *******************
      * Déplace vers les fichiers d'historique (fhreserv,
      * fhresamenus et fhconsos) les réservations dont la date
      * est plus ancienne qu'un nombre de mois paramétrable,
      * avec leurs lignes de détail de menus et leurs lignes
      * de consommation. Le fichier vivant ne garde
      * ainsi que les réservations courantes et futures ; les
      * consultations et rapports relisent vivant + historique
      * pour rester complets. Les déclarations d'allergies, sans
      * objet une fois le service passé, sont effacées.
      ******************************************************
       ARCHIVER_RESERVATIONS.


        MOVE 0 TO WarcNb
        MOVE 0 TO WarcNbDet
        MOVE 0 TO WarcNbCo
        OPEN I-O freservations
        OPEN I-O fresamenus
        OPEN I-O fhreserv
        OPEN I-O fhresamenus
        OPEN I-O fconsos
        OPEN I-O fhconsos

        MOVE 0 TO Wfin
        PERFORM WITH TEST AFTER UNTIL Wfin = 1
               END-READ
              END-PERFORM
            END-START
            PERFORM ARCHIVER_CONSOS_RESA
            MOVE frs_id TO WalgIdResa
            PERFORM SUPPRIMER_ALLERGIES_RESA

            DELETE freservations
            MOVE 'RESERVATION' TO WrjFichier
         END-READ
        END-PERFORM

        CLOSE fhconsos
        CLOSE fconsos
        CLOSE fhresamenus
        CLOSE fhreserv
        CLOSE fresamenus

        DISPLAY WarcNb,' réservation(s) et ',WarcNbDet,
           ' ligne(s) de menus archivées'
        DISPLAY WarcNbCo,' ligne(s) de consommation archivée(s)'

       DISPLAY '-====================================-'.

      * plats à préparer, ventilés midi / soir (service du midi
      * avant 16h), à partir des lignes fresamenus et de la
      * composition des menus. Export CSV possible pour la
      * porte de la chambre froide. Les allergies et régimes
      * déclarés sur les réservations du jour suivent la
      * prévision, pour que la brigade les connaisse avant le
      * service.
      ******************************************************
       PREVISION_CUISINE.

           DISPLAY 'Export ecrit dans export_cuisine.csv'
          END-IF
         END-IF
         PERFORM LISTER_ALLERGIES_SERVICE
        END-IF

       DISPLAY '-====================================-'.
      * le restaurant WidResto et la date Wdate : les menus des
      * réservations du jour (hors annulées et no-show) sont
      * décomposés en plats, ventilés midi / soir (service du
      * midi avant 16h), ainsi que les banquets et les
      * commandes à emporter. Partagé entre PREVISION_CUISINE et le
      * rapport de ruptures.
      ******************************************************
       CUMULER_PREVISION_SERVICE.
       CLOSE fmenus
       CLOSE fevtmenus
       CLOSE fevenements
      *les commandes à emporter du jour s'y ajoutent, à raison de
      *la quantité de chaque ligne
       PERFORM CUMULER_PREVISION_EMPORTER
       MOVE 1 TO WcuiPas.

      ************** CUMULER_MENUS_EVENEMENT ******************
        END-IF

       DISPLAY '-====================================-'.

      ************* RAPPORT_RYTHME_RESERVATIONS ***************
      * Rythme des réservations d'un restaurant pour les 1 à 8
      * semaines à venir (semaines glissantes de 7 jours à
      * partir d'aujourd'hui) : couverts et chiffre d'affaires
      * déjà réservés, comparés à ce qui était réservé pour la
      * même semaine l'an dernier au même nombre de jours
      * avant. L'an dernier est pris 364 jours plus tôt pour
      * garder les mêmes jours de semaine ; une réservation y
      * compte si sa date de saisie frs_dateSaisie/
      * fh_dateSaisie précède la date de coupure. Les
      * réservations annulées ne comptent ni d'un côté ni de
      * l'autre (la date d'annulation n'est pas conservée).
      * Le passé est relu dans freservations et dans l'archive
      * datahistoreserv.dat. Les semaines en retard de plus du
      * seuil d'alerte sont signalées.
      ******************************************************
       RAPPORT_RYTHME_RESERVATIONS.

       DISPLAY '|====================================|'
       DISPLAY '|===========   RYTHME DES ===========|'
       DISPLAY '|=========== RESERVATIONS ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

        OPEN INPUT frestaurants
        MOVE 0 TO WryFin
        PERFORM WITH TEST AFTER UNTIL WryFin = 1
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
            MOVE 1 TO WryFin
           END-IF
         END-READ
        END-PERFORM
        CLOSE frestaurants

        MOVE 0 TO WryNbSem
        PERFORM WITH TEST AFTER UNTIL WryNbSem >= 1 AND WryNbSem <= 8
         DISPLAY 'Nombre de semaines à venir (1 à 8) :'
         ACCEPT WryNbSem
        END-PERFORM
        MOVE 0 TO WrySeuil
        DISPLAY 'Seuil d''alerte en % de retard (0 pour 10 %) :'
        ACCEPT WrySeuil
        IF WrySeuil = 0 THEN
         MOVE 10 TO WrySeuil
        END-IF

        ACCEPT SYS-DATE8 FROM DATE YYYYMMDD
        MOVE SYS-DATE8 TO WryDate8
        COMPUTE WryDeb = FUNCTION INTEGER-OF-DATE(WryDate8)
        COMPUTE WryFinPer = WryDeb + WryNbSem * 7 - 1
        COMPUTE WryCoupure = WryDeb - 364
        MOVE WryCoupure TO WryDebAnt
        COMPUTE WryFinAnt = WryFinPer - 364
        MOVE 1 TO WryIx
        PERFORM WITH TEST BEFORE UNTIL WryIx > WryNbSem
         MOVE 0 TO WryCouvN(WryIx)
         MOVE 0 TO WryCaN(WryIx)
         MOVE 0 TO WryCouvA(WryIx)
         MOVE 0 TO WryCaA(WryIx)
         ADD 1 TO WryIx
        END-PERFORM

      *fichier vivant : réservations à venir et réservations de
      *l'an dernier pas encore archivées
        OPEN INPUT freservations
        MOVE WidRestSauv TO frs_idrest
        START freservations, KEY IS = frs_idrest
         INVALID KEY CONTINUE
         NOT INVALID KEY
          MOVE 0 TO WryFin
          PERFORM WITH TEST AFTER UNTIL WryFin = 1
           READ freservations NEXT
            AT END MOVE 1 TO WryFin
            NOT AT END
             IF frs_idrest NOT = WidRestSauv THEN
              MOVE 1 TO WryFin
             ELSE
              COMPUTE WryDate8 = frs_date_annee * 10000
                 + frs_date_mois * 100 + frs_date_jour
              COMPUTE WrySaisie8 = frs_dateSaisie_annee * 10000
                 + frs_dateSaisie_mois * 100 + frs_dateSaisie_jour
              MOVE frs_statut TO WryStatut
              MOVE frs_nbPersonnes TO WryCouv
              MOVE frs_prix TO WryPrix
              PERFORM RYTHME_COMPTER_RESA
             END-IF
           END-READ
          END-PERFORM
        END-START
        CLOSE freservations

        OPEN INPUT fhreserv
        MOVE WidRestSauv TO fh_idrest
        START fhreserv, KEY IS = fh_idrest
         INVALID KEY CONTINUE
         NOT INVALID KEY
          MOVE 0 TO WryFin
          PERFORM WITH TEST AFTER UNTIL WryFin = 1
           READ fhreserv NEXT
            AT END MOVE 1 TO WryFin
            NOT AT END
             IF fh_idrest NOT = WidRestSauv THEN
              MOVE 1 TO WryFin
             ELSE
              COMPUTE WryDate8 = fh_date_annee * 10000
                 + fh_date_mois * 100 + fh_date_jour
              COMPUTE WrySaisie8 = fh_dateSaisie_annee * 10000
                 + fh_dateSaisie_mois * 100 + fh_dateSaisie_jour
              MOVE fh_statut TO WryStatut
              MOVE fh_nbPersonnes TO WryCouv
              MOVE fh_prix TO WryPrix
              PERFORM RYTHME_COMPTER_RESA
             END-IF
           END-READ
          END-PERFORM
        END-START
        CLOSE fhreserv

        DISPLAY 'Restaurant ',WidRestSauv,
           ' - réservé ce jour contre l''an dernier à J-même'
        DISPLAY 'Semaine du    couverts  an-1      %',
           '         CA          CA an-1       %'
        MOVE 0 TO WryNbAlerte
        MOVE 1 TO WryIx
        PERFORM WITH TEST BEFORE UNTIL WryIx > WryNbSem
         PERFORM RYTHME_AFFICHER_SEMAINE
         ADD 1 TO WryIx
        END-PERFORM

        DISPLAY ' '
        IF WryNbAlerte = 0 THEN
         DISPLAY 'Aucune semaine en retard de plus de ',WrySeuil,' %'
        ELSE
         DISPLAY WryNbAlerte,' semaine(s) en retard de plus de ',
            WrySeuil,' % : campagne ou liste d''attente à prévoir'
        END-IF

       DISPLAY '-====================================-'.

      ***************** RYTHME_COMPTER_RESA *******************
      * Range la réservation courante (WryDate8, WrySaisie8,
      * WryStatut, WryCouv, WryPrix) dans sa semaine : période
      * à venir, ou même période l'an dernier si elle était
      * déjà saisie à la date de coupure
      ******************************************************
       RYTHME_COMPTER_RESA.

       IF WryStatut NOT = 3 THEN
        COMPUTE WryInt = FUNCTION INTEGER-OF-DATE(WryDate8)
        IF WryInt >= WryDeb AND WryInt <= WryFinPer THEN
         COMPUTE WryIx = (WryInt - WryDeb) / 7 + 1
         ADD WryCouv TO WryCouvN(WryIx)
         ADD WryPrix TO WryCaN(WryIx)
        ELSE
         IF WryInt >= WryDebAnt AND WryInt <= WryFinAnt THEN
          IF WrySaisie8 = 0 THEN
           MOVE 0 TO WrySaisieInt
          ELSE
           COMPUTE WrySaisieInt =
              FUNCTION INTEGER-OF-DATE(WrySaisie8)
          END-IF
          IF WrySaisieInt <= WryCoupure THEN
           COMPUTE WryIx = (WryInt - WryDebAnt) / 7 + 1
           ADD WryCouv TO WryCouvA(WryIx)
           ADD WryPrix TO WryCaA(WryIx)
          END-IF
         END-IF
        END-IF
       END-IF.

      *************** RYTHME_AFFICHER_SEMAINE *****************
      * Ligne du rapport de rythme pour la semaine WryIx, avec
      * l'écart en pourcentage et l'alerte de retard
      ******************************************************
       RYTHME_AFFICHER_SEMAINE.

       COMPUTE WryInt = WryDeb + (WryIx - 1) * 7
       MOVE FUNCTION DATE-OF-INTEGER(WryInt) TO WryDateAff
       MOVE 0 TO WryAlerte
       MOVE 0 TO WryPct
       IF WryCouvA(WryIx) > 0 THEN
        COMPUTE WryPct ROUNDED = (WryCouvN(WryIx) - WryCouvA(WryIx))
           * 100 / WryCouvA(WryIx)
         ON SIZE ERROR MOVE 9999.9 TO WryPct
        END-COMPUTE
        IF WryPct < 0 AND WryPct * -1 > WrySeuil THEN
         MOVE 1 TO WryAlerte
        END-IF
       END-IF
       MOVE WryPct TO WryPctCouvE
       MOVE 0 TO WryPct
       IF WryCaA(WryIx) > 0 THEN
        COMPUTE WryPct ROUNDED = (WryCaN(WryIx) - WryCaA(WryIx))
           * 100 / WryCaA(WryIx)
         ON SIZE ERROR MOVE 9999.9 TO WryPct
        END-COMPUTE
        IF WryPct < 0 AND WryPct * -1 > WrySeuil THEN
         MOVE 1 TO WryAlerte
        END-IF
       END-IF
       MOVE WryPct TO WryPctCaE
       MOVE WryCouvN(WryIx) TO WryCouvNE
       MOVE WryCouvA(WryIx) TO WryCouvAE

       IF WryAlerte = 1 THEN
        ADD 1 TO WryNbAlerte
        DISPLAY WryAff_jour,'/',WryAff_mois,'/',WryAff_annee,
           '   ',WryCouvNE,'   ',WryCouvAE,' ',WryPctCouvE,
           '   ',WryCaN(WryIx),'   ',WryCaA(WryIx),' ',WryPctCaE,
           ' *** EN RETARD'
       ELSE
        DISPLAY WryAff_jour,'/',WryAff_mois,'/',WryAff_annee,
           '   ',WryCouvNE,'   ',WryCouvAE,' ',WryPctCouvE,
           '   ',WryCaN(WryIx),'   ',WryCaA(WryIx),' ',WryPctCaE
       END-IF.
