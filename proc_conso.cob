      *************** SAISIR_CONSOMMATIONS ********************
      * Saisie des consommations prises à table en plus des
      * menus (boissons, plats à la carte, suppléments) sur la
      * réservation courante (resaTampon) : chaque ligne porte
      * l'article, la quantité, le prix unitaire TTC, le taux
      * de TVA et éventuellement le convive. Un plat de la
      * carte reprend par défaut son prix et son taux. Le prix
      * de la réservation (TTC, HT et TVA) est mis à jour en
      * mémoire : l'appelant tient le verrou du restaurant et
      * réécrit la réservation.
      ******************************************************
       SAISIR_CONSOMMATIONS.

       IF frs_statut > 2 THEN
        DISPLAY 'Réservation annulée ou no-show : aucune'
     -         ' consommation ne peut y être portée'
       ELSE
        OPEN I-O fconsos
        OPEN INPUT fplats
        MOVE 9 TO WcoChoix
        PERFORM WITH TEST AFTER UNTIL WcoChoix = 0
         MOVE frs_id TO WcoIdResa
         PERFORM LISTER_CONSOS_RESA
         DISPLAY 'Consommations de la réservation ',frs_id,' :'
         DISPLAY ' 1 - Ajouter une ligne'
         DISPLAY ' 2 - Retirer une ligne'
         DISPLAY ' 0 - Terminer'
         ACCEPT WcoChoix
         EVALUATE WcoChoix
          WHEN 1
           PERFORM AJOUTER_LIGNE_CONSO
          WHEN 2
           PERFORM RETIRER_LIGNE_CONSO
          WHEN 0
           CONTINUE
          WHEN OTHER
           DISPLAY 'Choix invalide'
         END-EVALUATE
        END-PERFORM
        CLOSE fplats
        CLOSE fconsos
        DISPLAY 'Prix total de la réservation : ',frs_prix,' €'
       END-IF.

      **************** LISTER_CONSOS_RESA *********************
      * Affiche les lignes de consommation de la réservation
      * WcoIdResa, en compte le nombre (WcoNb) et laisse dans
      * WcoSeq le dernier numéro de ligne utilisé. fconsos est
      * ouvert par l'appelant.
      ******************************************************
       LISTER_CONSOS_RESA.

       MOVE 0 TO WcoSeq
       MOVE 0 TO WcoNb
       MOVE WcoIdResa TO fco_idresa
       START fconsos, KEY IS = fco_idresa
        INVALID KEY CONTINUE
        NOT INVALID KEY
         MOVE 0 TO WcoFin
         PERFORM WITH TEST AFTER UNTIL WcoFin = 1
          READ fconsos NEXT
           AT END MOVE 1 TO WcoFin
           NOT AT END
            IF fco_idresa NOT = WcoIdResa THEN
             MOVE 1 TO WcoFin
            ELSE
             IF WcoNb = 0 THEN
              DISPLAY 'Consommations déjà saisies :'
             END-IF
             ADD 1 TO WcoNb
             IF fco_seq > WcoSeq THEN
              MOVE fco_seq TO WcoSeq
             END-IF
             COMPUTE WcoMontant = fco_quantite * fco_prixUnit
             DISPLAY '  Ligne ',fco_seq,' : ',fco_quantite,' x ',
                fco_article
             DISPLAY '     ',WcoMontant,' € - TVA ',fco_tauxTVA,
                ' % - convive ',fco_convive
            END-IF
          END-READ
         END-PERFORM
       END-START.

      **************** AJOUTER_LIGNE_CONSO ********************
      * Saisit une ligne de consommation sur la réservation
      * courante et l'ajoute à son prix. fconsos (I-O) et
      * fplats (entrée) sont ouverts par SAISIR_CONSOMMATIONS.
      ******************************************************
       AJOUTER_LIGNE_CONSO.

       IF WcoSeq >= 99 THEN
        DISPLAY 'Nombre maximal de lignes atteint pour cette'
     -         ' réservation'
       ELSE
        MOVE SPACES TO WcoArticle
        PERFORM WITH TEST AFTER UNTIL WcoArticle NOT = SPACES
         DISPLAY 'Article (plat de la carte, boisson,'
     -          ' supplément) :'
         ACCEPT WcoArticle
        END-PERFORM

        MOVE WcoArticle TO fp_nom
        READ fplats
         INVALID KEY
          MOVE 0 TO WcoPrixUnit
          PERFORM WITH TEST AFTER UNTIL WcoPrixUnit > 0
           DISPLAY 'Prix unitaire TTC :'
           ACCEPT WcoPrixUnit
          END-PERFORM
          MOVE 0 TO WcoTaux
          PERFORM WITH TEST AFTER UNTIL WcoTaux > 0
           DISPLAY 'Taux de TVA en % (ex: 10.00, 20.00 pour'
     -            ' les alcools) :'
           ACCEPT WcoTaux
          END-PERFORM
         NOT INVALID KEY
      *plat de la carte : prix et taux du plat, le prix peut
      *être forcé (portion, supplément)
          DISPLAY 'Plat de la carte : ',fp_prix,' € - TVA ',
             fp_tauxTVA,' %'
          MOVE 0 TO WcoPrixUnit
          DISPLAY 'Prix unitaire TTC (0 pour le prix carte) :'
          ACCEPT WcoPrixUnit
          IF WcoPrixUnit = 0 THEN
           MOVE fp_prix TO WcoPrixUnit
          END-IF
          MOVE fp_tauxTVA TO WcoTaux
        END-READ

        MOVE 0 TO WcoQuantite
        PERFORM WITH TEST AFTER UNTIL WcoQuantite > 0
         DISPLAY 'Quantité :'
         ACCEPT WcoQuantite
        END-PERFORM
        MOVE 99 TO WcoConvive
        PERFORM WITH TEST AFTER
           UNTIL WcoConvive <= frs_nbPersonnes
         DISPLAY 'Numéro de convive (0 = table entière) :'
         ACCEPT WcoConvive
        END-PERFORM

        COMPUTE WcoMontant = WcoQuantite * WcoPrixUnit
         ON SIZE ERROR MOVE 0 TO WcoMontant
        END-COMPUTE
        IF WcoMontant = 0 OR frs_prix + WcoMontant > 99999.99
        THEN
         DISPLAY 'Montant hors limite : ligne refusée'
        ELSE
         MOVE frs_id TO fco_idresa
         COMPUTE fco_seq = WcoSeq + 1
         MOVE WcoArticle TO fco_article
         MOVE WcoQuantite TO fco_quantite
         MOVE WcoPrixUnit TO fco_prixUnit
         MOVE WcoTaux TO fco_tauxTVA
         MOVE WcoConvive TO fco_convive
         WRITE coTampon
          INVALID KEY
           DISPLAY 'Erreur lors de l''enregistrement de la ligne'
          NOT INVALID KEY
           COMPUTE WcoTVA ROUNDED = WcoMontant * WcoTaux
              / (100 + WcoTaux)
           ADD WcoMontant TO frs_prix
           ADD WcoTVA TO frs_tvaMontant
           COMPUTE frs_prixHT = frs_prix - frs_tvaMontant
           DISPLAY 'Ligne ajoutée : ',WcoMontant,' €'
         END-WRITE
        END-IF
       END-IF.

      **************** RETIRER_LIGNE_CONSO ********************
      * Retire une ligne de consommation saisie par erreur et
      * déduit son montant du prix de la réservation courante.
      * Le retrait est tracé dans le journal d'audit.
      ******************************************************
       RETIRER_LIGNE_CONSO.

       IF WcoNb = 0 THEN
        DISPLAY 'Aucune consommation à retirer'
       ELSE
        MOVE 0 TO WcoSeq
        DISPLAY 'Numéro de la ligne à retirer :'
        ACCEPT WcoSeq
        MOVE frs_id TO fco_idresa
        MOVE WcoSeq TO fco_seq
        READ fconsos
         INVALID KEY
          DISPLAY 'Ligne inexistante'
         NOT INVALID KEY
          COMPUTE WcoMontant = fco_quantite * fco_prixUnit
          COMPUTE WcoTVA ROUNDED = WcoMontant * fco_tauxTVA
             / (100 + fco_tauxTVA)
          IF WcoMontant > frs_prix THEN
           MOVE frs_prix TO WcoMontant
          END-IF
          IF WcoTVA > frs_tvaMontant THEN
           MOVE frs_tvaMontant TO WcoTVA
          END-IF
          DELETE fconsos
           INVALID KEY
            DISPLAY 'Erreur lors du retrait de la ligne'
           NOT INVALID KEY
            SUBTRACT WcoMontant FROM frs_prix
            SUBTRACT WcoTVA FROM frs_tvaMontant
            COMPUTE frs_prixHT = frs_prix - frs_tvaMontant
            MOVE 'CONSOMMATION' TO WaudFichier
            MOVE 'SUPPR' TO WaudOperation
            MOVE fco_article TO WaudCleAvant
            MOVE SPACES TO WaudCleApres
            STRING frs_id '/' fco_seq DELIMITED BY SIZE
               INTO WaudCleApres
            PERFORM ENREGISTRER_AUDIT
            DISPLAY 'Ligne retirée : -',WcoMontant,' €'
          END-DELETE
        END-READ
       END-IF.

      **************** TICKET_CONSOS_RESA *********************
      * Lignes de consommation du ticket de la réservation
      * courante : toutes les lignes pour le ticket global
      * (WtkConvive = 99), sinon celles du convive WtkConvive.
      * Chaque ligne est cumulée dans WtkSousTotal, comptée
      * dans WtkNb et ajoutée à la base TVA de son taux. La
      * réduction fidélité ne s'applique pas aux
      * consommations. fconsos est ouvert par l'appelant.
      ******************************************************
       TICKET_CONSOS_RESA.

       MOVE frs_id TO fco_idresa
       START fconsos, KEY IS = fco_idresa
        INVALID KEY CONTINUE
        NOT INVALID KEY
         MOVE 0 TO WcoFin
         PERFORM WITH TEST AFTER UNTIL WcoFin = 1
          READ fconsos NEXT
           AT END MOVE 1 TO WcoFin
           NOT AT END
            IF fco_idresa NOT = frs_id THEN
             MOVE 1 TO WcoFin
            ELSE
             IF WtkConvive = 99 OR fco_convive = WtkConvive THEN
              IF WtkNb = 0 AND WtkConvive NOT = 99 THEN
               IF WtkConvive = 0 THEN
                DISPLAY '----- Lignes communes -----'
               ELSE
                DISPLAY '----- Ticket convive ',WtkConvive,
                   ' -----'
               END-IF
              END-IF
              COMPUTE WcoMontant = fco_quantite * fco_prixUnit
              DISPLAY '  ',fco_quantite,' x ',fco_article,' : ',
                 WcoMontant,' €'
              ADD 1 TO WtkNb
              ADD WcoMontant TO WtkSousTotal
              MOVE WcoMontant TO WtvaPart
              MOVE fco_tauxTVA TO WtvaTauxCourant
              PERFORM AJOUTER_BASE_TVA
             END-IF
            END-IF
          END-READ
         END-PERFORM
       END-START.

      **************** CUMULER_CONSOS_RESA ********************
      * Cumule les lignes de consommation de la réservation
      * WcoIdResa (WcoArchive = 0 : fconsos, 1 : archive
      * fhconsos) dans WcoTotal et WcoNb, et ajoute chaque
      * ligne à la base TVA de son taux (WtvaTable). Le fichier
      * est ouvert en entrée par l'appelant.
      ******************************************************
       CUMULER_CONSOS_RESA.

       MOVE 0 TO WcoTotal
       MOVE 0 TO WcoNb
       IF WcoArchive = 0 THEN
        MOVE WcoIdResa TO fco_idresa
        START fconsos, KEY IS = fco_idresa
         INVALID KEY CONTINUE
         NOT INVALID KEY
          MOVE 0 TO WcoFin
          PERFORM WITH TEST AFTER UNTIL WcoFin = 1
           READ fconsos NEXT
            AT END MOVE 1 TO WcoFin
            NOT AT END
             IF fco_idresa NOT = WcoIdResa THEN
              MOVE 1 TO WcoFin
             ELSE
              COMPUTE WcoMontant = fco_quantite * fco_prixUnit
              ADD 1 TO WcoNb
              ADD WcoMontant TO WcoTotal
              MOVE WcoMontant TO WtvaPart
              MOVE fco_tauxTVA TO WtvaTauxCourant
              PERFORM AJOUTER_BASE_TVA
             END-IF
           END-READ
          END-PERFORM
        END-START
       ELSE
        MOVE WcoIdResa TO fhco_idresa
        START fhconsos, KEY IS = fhco_idresa
         INVALID KEY CONTINUE
         NOT INVALID KEY
          MOVE 0 TO WcoFin
          PERFORM WITH TEST AFTER UNTIL WcoFin = 1
           READ fhconsos NEXT
            AT END MOVE 1 TO WcoFin
            NOT AT END
             IF fhco_idresa NOT = WcoIdResa THEN
              MOVE 1 TO WcoFin
             ELSE
              COMPUTE WcoMontant = fhco_quantite * fhco_prixUnit
              ADD 1 TO WcoNb
              ADD WcoMontant TO WcoTotal
              MOVE WcoMontant TO WtvaPart
              MOVE fhco_tauxTVA TO WtvaTauxCourant
              PERFORM AJOUTER_BASE_TVA
             END-IF
           END-READ
          END-PERFORM
        END-START
       END-IF.

      *************** ARCHIVER_CONSOS_RESA ********************
      * Déplace les lignes de consommation de la réservation
      * courante (frs_id) vers l'archive fhconsos, avec les
      * lignes de menus, et les compte dans WarcNbCo. fconsos
      * et fhconsos sont ouverts en I-O par l'appelant.
      ******************************************************
       ARCHIVER_CONSOS_RESA.

       MOVE frs_id TO fco_idresa
       START fconsos, KEY IS = fco_idresa
        INVALID KEY CONTINUE
        NOT INVALID KEY
         MOVE 0 TO WcoFin
         PERFORM WITH TEST AFTER UNTIL WcoFin = 1
          READ fconsos NEXT
           AT END MOVE 1 TO WcoFin
           NOT AT END
            IF fco_idresa NOT = frs_id THEN
             MOVE 1 TO WcoFin
            ELSE
             MOVE coTampon TO hcoTampon
             WRITE hcoTampon
              INVALID KEY
               REWRITE hcoTampon
             END-WRITE
             ADD 1 TO WarcNbCo
             DELETE fconsos
            END-IF
          END-READ
         END-PERFORM
       END-START.

      *********** SUPPRIMER_CONSOS_RESERVATION ****************
      * Supprime les lignes de consommation associées à la
      * réservation WidSauv, après suppression de la réservation
      ******************************************************
       SUPPRIMER_CONSOS_RESERVATION.

       OPEN I-O fconsos
       MOVE WidSauv TO fco_idresa
       START fconsos, KEY IS = fco_idresa
        INVALID KEY CONTINUE
        NOT INVALID KEY
         MOVE 0 TO WcoFin
         PERFORM WITH TEST AFTER UNTIL WcoFin = 1
          READ fconsos NEXT
           AT END MOVE 1 TO WcoFin
           NOT AT END
            IF fco_idresa NOT = WidSauv THEN
             MOVE 1 TO WcoFin
            ELSE
             DELETE fconsos
            END-IF
          END-READ
         END-PERFORM
       END-START
       CLOSE fconsos.
