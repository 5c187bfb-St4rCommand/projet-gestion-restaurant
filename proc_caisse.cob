      * mode, enregistre les montants comptés par le gérant et
      * les écarts constatés, et rapproche le tout du chiffre
      * d'affaires écrit par CLOTURE_JOURNEE dans
      * datajournal.dat, la vente à emporter étant montrée à
      * part. Chaque clôture produit l'archive fiscale scellée
      * de la journée. L'historique des écarts, conservé dans
      * datacaisse.dat, sert au siège à repérer les sites
      * régulièrement en manque. La télécollecte carte de la
      * banque est rapprochée transaction par transaction des
      * règlements carte.
      ******************************************************
       GERER_CAISSE.

        DISPLAY 'Que souhaitez vous faire ?'
        DISPLAY ' 1 - Clôturer la caisse d''une journée'
        DISPLAY ' 2 - Historique des écarts d''un restaurant'
        DISPLAY ' 3 - Importer la télécollecte carte'
        DISPLAY ' 4 - Exceptions du rapprochement carte'
        DISPLAY ' 0 - Retour'
        ACCEPT WzcChoix
        EVALUATE WzcChoix
          PERFORM CLOTURER_CAISSE
         WHEN 2
          PERFORM HISTORIQUE_CAISSE
         WHEN 3
          PERFORM IMPORTER_TELECOLLECTE
         WHEN 4
          PERFORM EXCEPTIONS_RAPPRO_CARTE
        END-EVALUATE
       END-PERFORM

        DISPLAY '  Virement : ',WzcVirement,' €'
        DISPLAY '  Total    : ',WzcTotal,' €'
        DISPLAY '  (dont pourboires : ',WzcPourboires,' €)'
        DISPLAY '  (dont vente à emporter : ',WzcEmporter,' €)'
        DISPLAY ' '

        DISPLAY 'Espèces comptées dans le tiroir :'
        READ fjournal
         INVALID KEY
          MOVE 0 TO jr_ca
          MOVE 0 TO jr_caEmporter
          DISPLAY 'Pas de clôture de journée pour cette date :'
     -           ' rapprochement CA impossible'
         NOT INVALID KEY
          COMPUTE WzcEcartCa = WzcTotal - jr_ca - jr_caEmporter
          DISPLAY 'CA clôturé salle      : ',jr_ca,' €'
          DISPLAY 'CA clôturé à emporter : ',jr_caEmporter,' €'
          DISPLAY 'Encaissé - CA : ',WzcEcartCa,' €'
        END-READ
        CLOSE fjournal
        MOVE WzcCompteCarte TO zc_compteCarte
        MOVE WzcEcartEsp TO zc_ecartEspeces
        MOVE WzcEcartCarte TO zc_ecartCarte
        COMPUTE zc_caJournal = jr_ca + jr_caEmporter
        MOVE WzcEmporter TO zc_totEmporter
        WRITE zcTampon
         INVALID KEY
          REWRITE zcTampon
        END-WRITE
        CLOSE fcaisse
        DISPLAY 'Caisse du jour enregistrée'
      *la journée clôturée est figée dans une archive fiscale
      *scellée
        PERFORM ARCHIVER_JOURNEE_FISCALE
       END-IF.

      ************** TOTALISER_PAIEMENTS_JOUR *****************
      * Totalise dans WzcCarte / WzcEspeces / WzcVirement les
      * règlements de fpaiements datés de Wdate dont la
      * réservation (vivante ou archivée) appartient au
      * restaurant WidResto, les ajustements du jour passés
      * sur des réservations de mois clos, plus les règlements
      * de vente à emporter du jour (dont le total net dans
      * WzcEmporter)
      ******************************************************
       TOTALISER_PAIEMENTS_JOUR.

       END-PERFORM
       CLOSE fhreserv
       CLOSE freservations
       CLOSE fpaiements
       PERFORM TOTALISER_AJUSTEMENTS_JOUR
      *les règlements de vente à emporter vont dans les mêmes
      *tiroirs, et sont aussi totalisés à part
       PERFORM TOTALISER_REGLEMENTS_EMPORTER.

      ************* TOTALISER_AJUSTEMENTS_JOUR ****************
      * Ajoute aux tiroirs du jour les ajustements datés de
      * Wdate pour le restaurant WidResto : l'argent d'un
      * règlement tardif sur un mois clos entre dans la caisse
      * du jour où il est reçu.
      ******************************************************
       TOTALISER_AJUSTEMENTS_JOUR.

       COMPUTE WajDate8 = Wdate_annee * 10000 + Wdate_mois * 100
          + Wdate_jour
       OPEN INPUT fajustements
       MOVE 0 TO WajFin
       PERFORM WITH TEST AFTER UNTIL WajFin = 1
        READ fajustements NEXT
         AT END MOVE 1 TO WajFin
         NOT AT END
          IF aj_date = WajDate8 AND aj_idrest = WidResto THEN
           IF AJUST-REMBOURSE THEN
            EVALUATE aj_mode
             WHEN 1 SUBTRACT aj_montant FROM WzcCarte
             WHEN 2 SUBTRACT aj_montant FROM WzcEspeces
             WHEN 3 SUBTRACT aj_montant FROM WzcVirement
            END-EVALUATE
           ELSE
            EVALUATE aj_mode
             WHEN 1 ADD aj_montant TO WzcCarte
             WHEN 2 ADD aj_montant TO WzcEspeces
             WHEN 3 ADD aj_montant TO WzcVirement
            END-EVALUATE
            IF aj_pourboire NOT = 0 THEN
             ADD aj_pourboire TO WzcPourboires
             EVALUATE aj_mode
              WHEN 1 ADD aj_pourboire TO WzcCarte
              WHEN 2 ADD aj_pourboire TO WzcEspeces
              WHEN 3 ADD aj_pourboire TO WzcVirement
             END-EVALUATE
            END-IF
           END-IF
          END-IF
        END-READ
       END-PERFORM
       CLOSE fajustements.

      ***************** HISTORIQUE_CAISSE *********************
      * Historique des caisses d'un restaurant : liste les
                 zc_totEspeces,' € virement ',zc_totVirement,' €'
              DISPLAY '  Ecart espèces : ',zc_ecartEspeces,
                 ' €   Ecart carte : ',zc_ecartCarte,' €'
              DISPLAY '  dont vente à emporter : ',zc_totEmporter,
                 ' €'
              IF zc_ecartEspeces < 0 THEN
               ADD 1 TO WzcNb
              END-IF
