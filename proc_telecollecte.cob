      ************** IMPORTER_TELECOLLECTE ********************
      * Importe le fichier de télécollecte carte transmis par la
      * banque (telecollecte.csv) et rapproche chaque
      * transaction des règlements carte de datapaiements.dat,
      * par restaurant, date, montant et pourboire. Format
      * d'une ligne : restaurant;jour;mois;annee;sens (E
      * encaissement, R remboursement);montant en centimes;
      * pourboire en centimes;référence de la transaction. Le
      * résultat est conservé dans datarapprocarte.dat : chaque
      * règlement ou transaction y reçoit un statut (R
      * rapproché, N seulement chez nous, B seulement à la
      * banque). Une journée déjà rapprochée n'est pas
      * retraitée, pour ne pas perdre les exceptions levées.
      ******************************************************
       IMPORTER_TELECOLLECTE.

       DISPLAY '|====================================|'
       DISPLAY '|=========== TELECOLLECTE ===========|'
       DISPLAY '|===========    CARTE     ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

       MOVE 0 TO WtlNbB
       MOVE 0 TO WtlNbRejet
       MOVE 0 TO WtlNbRappro
       MOVE 0 TO WtlNbNous
       MOVE 0 TO WtlNbBanque
       MOVE 0 TO WtlNbJours
       MOVE 0 TO WtlNbIgnore
       OPEN INPUT ftelecollecte
       IF tlc_stat = 35 THEN
        DISPLAY 'Fichier telecollecte.csv introuvable'
       ELSE
        MOVE 0 TO WtlFin
        PERFORM WITH TEST AFTER UNTIL WtlFin = 1
         READ ftelecollecte
          AT END MOVE 1 TO WtlFin
          NOT AT END
           PERFORM LIRE_LIGNE_TELECOLLECTE
         END-READ
        END-PERFORM
        CLOSE ftelecollecte

      *les transactions sont traitées par journée de restaurant :
      *la première transaction non traitée désigne la suivante
        MOVE 1 TO WtlIx
        PERFORM WITH TEST BEFORE UNTIL WtlIx > WtlNbB
         IF WtlBVu(WtlIx) = 0 THEN
          MOVE WtlBRest(WtlIx) TO WtlRest
          MOVE WtlBDate(WtlIx) TO WtlDate8
          PERFORM RAPPROCHER_JOUR_CARTE
         END-IF
         ADD 1 TO WtlIx
        END-PERFORM

        DISPLAY ' '
        DISPLAY 'Transactions lues : ',WtlNbB,'   illisibles : ',
           WtlNbRejet
        DISPLAY 'Journées rapprochées : ',WtlNbJours,
           '   ignorées : ',WtlNbIgnore
        DISPLAY 'Rapprochées : ',WtlNbRappro,
           '   seulement chez nous : ',WtlNbNous,
           '   seulement à la banque : ',WtlNbBanque
       END-IF

       DISPLAY '-====================================-'.

      ************** LIRE_LIGNE_TELECOLLECTE ******************
      * Découpe la ligne courante de telecollecte.csv et la
      * range dans WtlBanque. Les lignes d'en-tête ou
      * illisibles sont comptées à part (WtlNbRejet).
      ******************************************************
       LIRE_LIGNE_TELECOLLECTE.

       MOVE SPACES TO WtlRestX
       MOVE SPACES TO WtlJourX
       MOVE SPACES TO WtlMoisX
       MOVE SPACES TO WtlAnneeX
       MOVE SPACES TO WtlSensX
       MOVE SPACES TO WtlMontantX
       MOVE SPACES TO WtlPourbX
       MOVE SPACES TO WtlRef
       UNSTRING tlcLigne DELIMITED BY ';'
        INTO WtlRestX WtlJourX WtlMoisX WtlAnneeX WtlSensX
             WtlMontantX WtlPourbX WtlRef
       END-UNSTRING
       IF tlcLigne(1:10) = 'restaurant' THEN
        CONTINUE
       ELSE
        IF WtlRestX IS NOT NUMERIC OR WtlJourX IS NOT NUMERIC
         OR WtlMoisX IS NOT NUMERIC OR WtlAnneeX IS NOT NUMERIC
         OR (WtlSensX NOT = 'E' AND WtlSensX NOT = 'R')
         OR WtlMontantX IS NOT NUMERIC
         OR WtlPourbX IS NOT NUMERIC THEN
         ADD 1 TO WtlNbRejet
         DISPLAY 'Ligne illisible : ',tlcLigne
        ELSE
         IF WtlNbB >= 500 THEN
          ADD 1 TO WtlNbRejet
          DISPLAY 'Plus de 500 transactions : ligne ignorée : ',
             tlcLigne
         ELSE
          ADD 1 TO WtlNbB
          MOVE WtlRestX TO WtlBRest(WtlNbB)
          MOVE WtlAnneeX TO Wdate_annee
          MOVE WtlMoisX TO Wdate_mois
          MOVE WtlJourX TO Wdate_jour
          COMPUTE WtlBDate(WtlNbB) = Wdate_annee * 10000
             + Wdate_mois * 100 + Wdate_jour
          IF WtlSensX = 'R' THEN
           MOVE 1 TO WtlBSens(WtlNbB)
          ELSE
           MOVE 0 TO WtlBSens(WtlNbB)
          END-IF
          MOVE WtlMontantX TO WtlCentimes
          COMPUTE WtlBMontant(WtlNbB) = WtlCentimes / 100
          MOVE WtlPourbX TO WtlCentimes
          COMPUTE WtlBPourb(WtlNbB) = WtlCentimes / 100
          MOVE WtlRef TO WtlBRef(WtlNbB)
          MOVE 0 TO WtlBVu(WtlNbB)
         END-IF
        END-IF
       END-IF.

      ************** RAPPROCHER_JOUR_CARTE ********************
      * Rapproche la journée WtlDate8 du restaurant WtlRest :
      * charge les règlements carte du jour, apparie chaque
      * transaction de la banque au premier règlement de même
      * sens, même montant et même pourboire, puis écrit les
      * statuts dans datarapprocarte.dat et met à jour l'écart
      * carte de la caisse du jour.
      ******************************************************
       RAPPROCHER_JOUR_CARTE.

       MOVE WtlRest TO WidRestSauv
       PERFORM CONTROLER_ACCES_RESTAURANT
       MOVE 0 TO WtlDejaFait
       IF WaccesOK = 1 THEN
        OPEN INPUT frapcarte
        MOVE WtlRest TO rpc_idrest
        MOVE WtlDate8 TO rpc_date
        MOVE 0 TO rpc_seq
        START frapcarte KEY IS >= rpc_cle
         INVALID KEY CONTINUE
         NOT INVALID KEY
          READ frapcarte NEXT
           AT END CONTINUE
           NOT AT END
            IF rpc_idrest = WtlRest AND rpc_date = WtlDate8 THEN
             MOVE 1 TO WtlDejaFait
            END-IF
          END-READ
        END-START
        CLOSE frapcarte
       END-IF

       IF WaccesOK = 0 OR WtlDejaFait = 1 THEN
        ADD 1 TO WtlNbIgnore
        IF WaccesOK = 0 THEN
         DISPLAY 'Restaurant ',WtlRest,' hors de votre périmètre :'
     -          ' journée ',WtlDate8,' ignorée'
        ELSE
         DISPLAY 'Restaurant ',WtlRest,' journée ',WtlDate8,
            ' déjà rapprochée : ignorée'
        END-IF
        MOVE 1 TO WtlJx
        PERFORM WITH TEST BEFORE UNTIL WtlJx > WtlNbB
         IF WtlBRest(WtlJx) = WtlRest
          AND WtlBDate(WtlJx) = WtlDate8 THEN
          MOVE 1 TO WtlBVu(WtlJx)
         END-IF
         ADD 1 TO WtlJx
        END-PERFORM
       ELSE
        ADD 1 TO WtlNbJours
        PERFORM CHARGER_PAIEMENTS_CARTE
        MOVE 0 TO WtlSeq
        OPEN I-O frapcarte
        MOVE 1 TO WtlJx
        PERFORM WITH TEST BEFORE UNTIL WtlJx > WtlNbB
         IF WtlBVu(WtlJx) = 0 AND WtlBRest(WtlJx) = WtlRest
          AND WtlBDate(WtlJx) = WtlDate8 THEN
          MOVE 1 TO WtlBVu(WtlJx)
          PERFORM APPARIER_TRANSACTION_CARTE
         END-IF
         ADD 1 TO WtlJx
        END-PERFORM
      *les règlements restés sans transaction
        MOVE 1 TO WtlKx
        PERFORM WITH TEST BEFORE UNTIL WtlKx > WtlNbN
         IF WtlNVu(WtlKx) = 0 THEN
          MOVE 1 TO WtlNVu(WtlKx)
          PERFORM INIT_LIGNE_RAPPRO
          MOVE 'N' TO rpc_statut
          MOVE WtlNSens(WtlKx) TO rpc_sens
          MOVE WtlNIdResa(WtlKx) TO rpc_idresa
          MOVE WtlNSeq(WtlKx) TO rpc_paySeq
          MOVE WtlNOrigine(WtlKx) TO rpc_origine
          MOVE WtlNMontant(WtlKx) TO rpc_montant
          MOVE WtlNPourb(WtlKx) TO rpc_pourboire
          WRITE rpcTampon
          ADD 1 TO WtlNbNous
         END-IF
         ADD 1 TO WtlKx
        END-PERFORM
        CLOSE frapcarte
        PERFORM MAJ_ECART_CARTE
       END-IF.

      ************** CHARGER_PAIEMENTS_CARTE ******************
      * Charge dans WtlNous les règlements carte (encaissements
      * et remboursements) datés de WtlDate8 dont la
      * réservation, vivante ou archivée, appartient au
      * restaurant WtlRest (même sélection que
      * TOTALISER_PAIEMENTS_JOUR), puis les règlements carte de
      * vente à emporter et les ajustements carte du jour. Un
      * dépassement des 300 postes est signalé.
      ******************************************************
       CHARGER_PAIEMENTS_CARTE.

       MOVE 0 TO WtlNbN
       MOVE 0 TO WtlSature
       OPEN INPUT fpaiements
       OPEN INPUT freservations
       OPEN INPUT fhreserv
       MOVE 0 TO WtlFin
       PERFORM WITH TEST AFTER UNTIL WtlFin = 1
        READ fpaiements NEXT
         AT END MOVE 1 TO WtlFin
         NOT AT END
          COMPUTE WtlPayDate8 = pay_date_annee * 10000
             + pay_date_mois * 100 + pay_date_jour
          IF PAIEMENT-CARTE AND WtlPayDate8 = WtlDate8 THEN
           MOVE 0 TO Wtrouve
           MOVE pay_idresa TO frs_id
           READ freservations
            INVALID KEY
             MOVE pay_idresa TO fh_id
             READ fhreserv
              INVALID KEY CONTINUE
              NOT INVALID KEY
               IF fh_idrest = WtlRest THEN
                MOVE 1 TO Wtrouve
               END-IF
             END-READ
            NOT INVALID KEY
             IF frs_idrest = WtlRest THEN
              MOVE 1 TO Wtrouve
             END-IF
           END-READ
           IF Wtrouve = 1 THEN
            IF WtlNbN < 300 THEN
             ADD 1 TO WtlNbN
             MOVE pay_idresa TO WtlNIdResa(WtlNbN)
             MOVE pay_seq TO WtlNSeq(WtlNbN)
             MOVE pay_sens TO WtlNSens(WtlNbN)
             MOVE pay_montant TO WtlNMontant(WtlNbN)
             MOVE pay_pourboire TO WtlNPourb(WtlNbN)
             MOVE 0 TO WtlNVu(WtlNbN)
             MOVE SPACE TO WtlNOrigine(WtlNbN)
            ELSE
             MOVE 1 TO WtlSature
            END-IF
           END-IF
          END-IF
        END-READ
       END-PERFORM
       CLOSE fhreserv
       CLOSE freservations
       CLOSE fpaiements
       PERFORM CHARGER_REGLEMENTS_EMP_CARTE
       PERFORM CHARGER_AJUSTEMENTS_CARTE
       IF WtlSature = 1 THEN
        DISPLAY 'ATTENTION : plus de 300 règlements carte le ',
           WtlDate8,' au restaurant ',WtlRest
        DISPLAY 'Les règlements au-delà ne sont pas rapprochés'
     -         ' et leurs transactions sortent en statut B'
       END-IF.

      ************* CHARGER_AJUSTEMENTS_CARTE *****************
      * Ajoute dans WtlNous les ajustements carte
      * (dataajustements.dat) passés le jour WtlDate8 au
      * restaurant WtlRest : règlements et remboursements
      * tardifs de réservations d'un mois clôturé, comptés dans
      * la caisse du jour par TOTALISER_AJUSTEMENTS_JOUR
      ******************************************************
       CHARGER_AJUSTEMENTS_CARTE.

       OPEN INPUT fajustements
       MOVE 0 TO WajFin
       PERFORM WITH TEST AFTER UNTIL WajFin = 1
        READ fajustements NEXT
         AT END MOVE 1 TO WajFin
         NOT AT END
          IF aj_mode = 1 AND aj_idrest = WtlRest
           AND aj_date = WtlDate8 THEN
           IF WtlNbN < 300 THEN
            ADD 1 TO WtlNbN
            MOVE aj_idresa TO WtlNIdResa(WtlNbN)
            MOVE aj_seq TO WtlNSeq(WtlNbN)
            MOVE aj_sens TO WtlNSens(WtlNbN)
            MOVE aj_montant TO WtlNMontant(WtlNbN)
            MOVE aj_pourboire TO WtlNPourb(WtlNbN)
            MOVE 0 TO WtlNVu(WtlNbN)
            MOVE 'A' TO WtlNOrigine(WtlNbN)
           ELSE
            MOVE 1 TO WtlSature
           END-IF
          END-IF
        END-READ
       END-PERFORM
       CLOSE fajustements.

      ************* APPARIER_TRANSACTION_CARTE ****************
      * Cherche pour la transaction bancaire WtlJx un règlement
      * carte non encore apparié de même sens, même montant et
      * même pourboire, et écrit la ligne de rapprochement
      * (statut R, ou B si aucun règlement ne correspond).
      * frapcarte est ouvert en I-O par l'appelant.
      ******************************************************
       APPARIER_TRANSACTION_CARTE.

       MOVE 0 TO WtlTrouve
       MOVE 1 TO WtlKx
       PERFORM WITH TEST BEFORE UNTIL WtlKx > WtlNbN
          OR WtlTrouve = 1
        IF WtlNVu(WtlKx) = 0
         AND WtlNSens(WtlKx) = WtlBSens(WtlJx)
         AND WtlNMontant(WtlKx) = WtlBMontant(WtlJx)
         AND WtlNPourb(WtlKx) = WtlBPourb(WtlJx) THEN
         MOVE 1 TO WtlTrouve
         MOVE 1 TO WtlNVu(WtlKx)
        ELSE
         ADD 1 TO WtlKx
        END-IF
       END-PERFORM

       PERFORM INIT_LIGNE_RAPPRO
       MOVE WtlBSens(WtlJx) TO rpc_sens
       MOVE WtlBMontant(WtlJx) TO rpc_montant
       MOVE WtlBPourb(WtlJx) TO rpc_pourboire
       MOVE WtlBRef(WtlJx) TO rpc_refBanque
       IF WtlTrouve = 1 THEN
        MOVE 'R' TO rpc_statut
        MOVE WtlNIdResa(WtlKx) TO rpc_idresa
        MOVE WtlNSeq(WtlKx) TO rpc_paySeq
        MOVE WtlNOrigine(WtlKx) TO rpc_origine
        ADD 1 TO WtlNbRappro
       ELSE
        MOVE 'B' TO rpc_statut
        ADD 1 TO WtlNbBanque
       END-IF
       WRITE rpcTampon.

      **************** INIT_LIGNE_RAPPRO **********************
      * Prépare une ligne de rapprochement vierge pour la
      * journée courante (WtlRest, WtlDate8), numérotée à la
      * suite (WtlSeq)
      ******************************************************
       INIT_LIGNE_RAPPRO.

       ADD 1 TO WtlSeq
       MOVE WtlRest TO rpc_idrest
       MOVE WtlDate8 TO rpc_date
       MOVE WtlSeq TO rpc_seq
       MOVE SPACE TO rpc_statut
       MOVE 0 TO rpc_levee
       MOVE 0 TO rpc_sens
       MOVE 0 TO rpc_idresa
       MOVE 0 TO rpc_paySeq
       MOVE 0 TO rpc_montant
       MOVE 0 TO rpc_pourboire
       MOVE SPACES TO rpc_refBanque
       MOVE SPACES TO rpc_resolution
       MOVE SPACES TO rpc_pseudo
       MOVE SPACE TO rpc_origine.

      ***************** MAJ_ECART_CARTE ***********************
      * Recalcule, pour la journée WtlDate8 du restaurant
      * WtlRest, le total carte vu par la banque et l'écart
      * encore inexpliqué (transactions seulement à la banque
      * moins règlements seulement chez nous, exceptions levées
      * exclues ; un remboursement compte en négatif), et les
      * reporte dans la caisse du jour (datacaisse.dat) à la
      * place du total saisi au terminal. L'écart carte tombe à
      * zéro quand toutes les exceptions sont levées.
      ******************************************************
       MAJ_ECART_CARTE.

       MOVE 0 TO WtlTotBanque
       MOVE 0 TO WtlEcart
       MOVE 0 TO WtlNbOuvertes
       OPEN INPUT frapcarte
       MOVE WtlRest TO rpc_idrest
       MOVE WtlDate8 TO rpc_date
       MOVE 0 TO rpc_seq
       START frapcarte KEY IS >= rpc_cle
        INVALID KEY CONTINUE
        NOT INVALID KEY
         MOVE 0 TO WtlFin
         PERFORM WITH TEST AFTER UNTIL WtlFin = 1
          READ frapcarte NEXT
           AT END MOVE 1 TO WtlFin
           NOT AT END
            IF rpc_idrest NOT = WtlRest
               OR rpc_date NOT = WtlDate8 THEN
             MOVE 1 TO WtlFin
            ELSE
             COMPUTE WtlMontLigne = rpc_montant + rpc_pourboire
             IF rpc_sens = 1 THEN
              COMPUTE WtlMontLigne = 0 - WtlMontLigne
             END-IF
             IF rpc_statut = 'R' OR rpc_statut = 'B' THEN
              ADD WtlMontLigne TO WtlTotBanque
             END-IF
             IF NOT RAPPRO-LEVEE THEN
              IF rpc_statut = 'B' THEN
               ADD WtlMontLigne TO WtlEcart
               ADD 1 TO WtlNbOuvertes
              END-IF
              IF rpc_statut = 'N' THEN
               SUBTRACT WtlMontLigne FROM WtlEcart
               ADD 1 TO WtlNbOuvertes
              END-IF
             END-IF
            END-IF
          END-READ
         END-PERFORM
       END-START
       CLOSE frapcarte

       OPEN I-O fcaisse
       MOVE WtlRest TO zc_idrest
       COMPUTE zc_annee = WtlDate8 / 10000
       COMPUTE zc_mois = FUNCTION MOD(WtlDate8 / 100, 100)
       COMPUTE zc_jour = FUNCTION MOD(WtlDate8, 100)
       READ fcaisse
        INVALID KEY
         DISPLAY 'Restaurant ',WtlRest,' journée ',WtlDate8,
            ' : caisse non clôturée, écart carte non reporté'
        NOT INVALID KEY
         MOVE WtlTotBanque TO zc_compteCarte
         MOVE WtlEcart TO zc_ecartCarte
         REWRITE zcTampon
         DISPLAY 'Restaurant ',WtlRest,' journée ',WtlDate8,
            ' : écart carte ',zc_ecartCarte,' € (',WtlNbOuvertes,
            ' exception(s) ouverte(s))'
       END-READ
       CLOSE fcaisse.

      ************** EXCEPTIONS_RAPPRO_CARTE ******************
      * Etat des exceptions du rapprochement carte d'un
      * restaurant : liste les règlements sans transaction
      * bancaire et les transactions sans règlement non encore
      * levées, puis permet de lever une exception après
      * enquête (motif saisi, opérateur tracé dans le journal
      * d'audit). L'écart carte de la caisse du jour est
      * recalculé à chaque levée.
      ******************************************************
       EXCEPTIONS_RAPPRO_CARTE.

       DISPLAY '|====================================|'
       DISPLAY '|=========== EXCEPTIONS   ===========|'
       DISPLAY '|=========== RAPPRO CARTE ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

       DISPLAY 'Identifiant du restaurant :'
       ACCEPT WidResto
       MOVE WidResto TO WidRestSauv
       PERFORM CONTROLER_ACCES_RESTAURANT
       IF WaccesOK = 0 THEN
        DISPLAY 'Vous ne gérez pas ce restaurant'
       ELSE
        MOVE 0 TO WtlNbOuvertes
        OPEN INPUT frapcarte
        MOVE WidResto TO rpc_idrest
        MOVE 0 TO rpc_date
        MOVE 0 TO rpc_seq
        START frapcarte KEY IS >= rpc_cle
         INVALID KEY CONTINUE
         NOT INVALID KEY
          MOVE 0 TO WtlFin
          PERFORM WITH TEST AFTER UNTIL WtlFin = 1
           READ frapcarte NEXT
            AT END MOVE 1 TO WtlFin
            NOT AT END
             IF rpc_idrest NOT = WidResto THEN
              MOVE 1 TO WtlFin
             ELSE
              IF (rpc_statut = 'N' OR rpc_statut = 'B')
                 AND NOT RAPPRO-LEVEE THEN
               ADD 1 TO WtlNbOuvertes
               PERFORM AFFICHER_EXCEPTION_CARTE
              END-IF
             END-IF
           END-READ
          END-PERFORM
        END-START
        CLOSE frapcarte
        DISPLAY ' '
        DISPLAY WtlNbOuvertes,' exception(s) à examiner'

        MOVE 9 TO WtlDate8
        PERFORM WITH TEST AFTER UNTIL WtlDate8 = 0
         DISPLAY 'Date de l''exception à lever (AAAAMMJJ,'
     -          ' 0 = terminer) :'
         ACCEPT WtlDate8
         IF WtlDate8 NOT = 0 THEN
          DISPLAY 'Numéro de ligne :'
          ACCEPT WtlSeq
          PERFORM LEVER_EXCEPTION_CARTE
         END-IF
        END-PERFORM
       END-IF

       DISPLAY '-====================================-'.

      ************* AFFICHER_EXCEPTION_CARTE ******************
      * Affiche la ligne de rapprochement courante (rpcTampon)
      ******************************************************
       AFFICHER_EXCEPTION_CARTE.

       IF rpc_statut = 'N' AND RAPPRO-EMPORTER THEN
        DISPLAY rpc_date,' ligne ',rpc_seq,' - seulement chez'
     -         ' nous : commande à emporter ',rpc_idresa,
           ' règlement ',rpc_paySeq
       ELSE
       IF rpc_statut = 'N' AND RAPPRO-AJUSTEMENT THEN
        DISPLAY rpc_date,' ligne ',rpc_seq,' - seulement chez'
     -         ' nous : ajustement réservation ',rpc_idresa,
           ' ligne ',rpc_paySeq
       ELSE
       IF rpc_statut = 'N' THEN
        DISPLAY rpc_date,' ligne ',rpc_seq,' - seulement chez'
     -         ' nous : réservation ',rpc_idresa,' règlement ',
           rpc_paySeq
       ELSE
        DISPLAY rpc_date,' ligne ',rpc_seq,' - seulement à la'
     -         ' banque : référence ',rpc_refBanque
       END-IF
       END-IF
       END-IF
       IF rpc_sens = 1 THEN
        DISPLAY '  remboursement ',rpc_montant,' € (pourboire ',
           rpc_pourboire,' €)'
       ELSE
        DISPLAY '  encaissement ',rpc_montant,' € (pourboire ',
           rpc_pourboire,' €)'
       END-IF.

      ************** LEVER_EXCEPTION_CARTE ********************
      * Lève l'exception WtlSeq de la journée WtlDate8 du
      * restaurant WidResto après saisie du motif, trace la
      * levée dans le journal d'audit et recalcule l'écart
      * carte de la journée.
      ******************************************************
       LEVER_EXCEPTION_CARTE.

       MOVE 0 TO WtlTrouve
       OPEN I-O frapcarte
       MOVE WidResto TO rpc_idrest
       MOVE WtlDate8 TO rpc_date
       MOVE WtlSeq TO rpc_seq
       READ frapcarte
        INVALID KEY
         DISPLAY 'Ligne de rapprochement inexistante'
        NOT INVALID KEY
         IF rpc_statut = 'R' OR RAPPRO-LEVEE THEN
          DISPLAY 'Cette ligne n''est pas une exception ouverte'
         ELSE
          PERFORM AFFICHER_EXCEPTION_CARTE
          PERFORM WITH TEST AFTER UNTIL rpc_resolution NOT = SPACES
           DISPLAY 'Motif de la levée (saisie corrigée, doublon'
     -            ' annulé, erreur banque...) :'
           ACCEPT rpc_resolution
          END-PERFORM
          MOVE 1 TO rpc_levee
          MOVE WpseudoConnecte TO rpc_pseudo
          REWRITE rpcTampon
          MOVE 1 TO WtlTrouve
          DISPLAY 'Exception levée'
         END-IF
       END-READ
       CLOSE frapcarte

       IF WtlTrouve = 1 THEN
        MOVE 'RAPPROCARTE' TO WaudFichier
        MOVE 'LEVEE' TO WaudOperation
        MOVE SPACES TO WaudCleAvant
        STRING WidResto DELIMITED BY SIZE
           '-' DELIMITED BY SIZE
           WtlDate8 DELIMITED BY SIZE
           '-' DELIMITED BY SIZE
           WtlSeq DELIMITED BY SIZE
           INTO WaudCleAvant
        MOVE WaudCleAvant TO WaudCleApres
        PERFORM ENREGISTRER_AUDIT
        MOVE WidResto TO WtlRest
        PERFORM MAJ_ECART_CARTE
       END-IF.
