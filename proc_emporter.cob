      ******************* GERER_EMPORTER ***********************
      * Vente à emporter (click and collect) : les commandes ne
      * prennent ni table ni couverts. Chaque commande porte un
      * client, un restaurant, une date et un créneau de retrait
      * de 15 minutes (plafonné par par_maxEmporter), des lignes
      * de menus ou de plats avec quantités, et suit les statuts
      * reçue, en préparation, prête, retirée (ou annulée). Les
      * portions sont décomptées du stock cuisine, les
      * règlements vont dans datapayemporter.dat, sur le modèle
      * de datapaiements.dat, et les commandes sont comptées à
      * part de la salle dans la clôture de journée et le
      * rapport Z.
      ******************************************************
       GERER_EMPORTER.

       DISPLAY '|====================================|'
       DISPLAY '|===========    VENTE     ===========|'
       DISPLAY '|===========  A EMPORTER  ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

       MOVE 9 TO WempChoix
       PERFORM WITH TEST AFTER UNTIL WempChoix = 0
        DISPLAY 'Que souhaitez vous faire ?'
        DISPLAY ' 1 - Nouvelle commande'
        DISPLAY ' 2 - Commandes d''une journée'
        DISPLAY ' 3 - Faire avancer ou annuler une commande'
        DISPLAY ' 4 - Encaisser ou rembourser une commande'
        DISPLAY ' 0 - Retour'
        ACCEPT WempChoix
        EVALUATE WempChoix
         WHEN 1
          PERFORM AJOUTER_COMMANDE_EMPORTER
         WHEN 2
          PERFORM LISTER_COMMANDES_EMPORTER
         WHEN 3
          PERFORM CHANGER_STATUT_EMPORTER
         WHEN 4
          PERFORM ENCAISSER_COMMANDE_EMPORTER
        END-EVALUATE
       END-PERFORM

       DISPLAY '-====================================-'.

      ************** AJOUTER_COMMANDE_EMPORTER ****************
      * Saisie d'une commande à emporter : client, restaurant,
      * date et heure de retrait (ramenée au début de son quart
      * d'heure), contrôle de l'ouverture du restaurant et du
      * plafond de commandes du créneau, puis lignes de menus
      * ou de plats. Le contrôle du créneau et l'écriture se
      * font sous le verrou du restaurant, comme une
      * réservation.
      ******************************************************
       AJOUTER_COMMANDE_EMPORTER.

       OPEN INPUT fclients
       MOVE 0 TO WempFin
       PERFORM WITH TEST AFTER UNTIL WempFin = 1
        DISPLAY 'Identifiant du client :'
        ACCEPT WidCliSauv
        MOVE WidCliSauv TO fc_id
        READ fclients
         INVALID KEY
          DISPLAY 'Client inexistant'
         NOT INVALID KEY
          MOVE 1 TO WempFin
        END-READ
       END-PERFORM
       CLOSE fclients

       OPEN INPUT frestaurants
       MOVE 0 TO WempFin
       PERFORM WITH TEST AFTER UNTIL WempFin = 1
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
           MOVE 1 TO WempFin
          END-IF
        END-READ
       END-PERFORM
       CLOSE frestaurants

       OPEN INPUT fparams
       MOVE WidRestSauv TO par_idrest
       READ fparams
        INVALID KEY
         MOVE 0 TO WempMax
        NOT INVALID KEY
         MOVE par_maxEmporter TO WempMax
       END-READ
       CLOSE fparams

       IF WempMax = 0 THEN
        DISPLAY 'Ce restaurant ne propose pas la vente à emporter'
       ELSE
        PERFORM WITH TEST AFTER UNTIL WdateOK = 1
         DISPLAY 'Date de retrait (JJ MM AAAA) :'
         ACCEPT Wdate_jour
         ACCEPT Wdate_mois
         ACCEPT Wdate_annee
         PERFORM VALIDER_DATE
         IF WdateOK = 0 THEN
          DISPLAY 'Date invalide'
         ELSE
          PERFORM CONTROLER_DATE_PASSEE
         END-IF
        END-PERFORM
        PERFORM WITH TEST AFTER UNTIL WheureOK = 1
         DISPLAY 'Heure de retrait (HH MM) :'
         ACCEPT WheureSauv_heure
         ACCEPT WheureSauv_minute
         PERFORM VALIDER_HEURE
         IF WheureOK = 0 THEN
          DISPLAY 'Heure invalide'
         END-IF
        END-PERFORM
      *le retrait est compté dans le quart d'heure qui le contient
        COMPUTE WempQuart = FUNCTION MOD(WheureSauv_minute, 15)
        SUBTRACT WempQuart FROM WheureSauv_minute
        DISPLAY 'Créneau de retrait : ',WheureSauv_heure,'h',
           WheureSauv_minute

        PERFORM VERIFIER_OUVERTURE
        IF WouvOK = 0 THEN
         DISPLAY 'Commande refusée : restaurant fermé sur ce'
     -          ' créneau (horaires ou fermeture exceptionnelle)'
        ELSE
         MOVE WidRestSauv TO WverrouRest
         PERFORM PRENDRE_VERROU_APP
         IF WverrouOK = 0 THEN
          DISPLAY 'Commande abandonnée (poste occupé)'
         ELSE
          PERFORM COMPTER_CRENEAU_EMPORTER
          IF WempNbCreneau >= WempMax THEN
           DISPLAY 'Créneau complet : ',WempNbCreneau,
              ' commande(s) pour ',WempMax,' autorisée(s)'
          ELSE
           PERFORM SAISIR_LIGNES_EMPORTER
          END-IF
          PERFORM RENDRE_VERROU_APP
         END-IF
        END-IF
       END-IF.

      *************** SAISIR_LIGNES_EMPORTER ******************
      * Attribue le numéro de commande, saisit ses lignes
      * (menus ou plats, avec quantités) au prix du restaurant,
      * calcule la TVA comme pour une réservation et écrit la
      * commande au statut reçue. Une commande sans ligne
      * retenue n'est pas écrite.
      ******************************************************
       SAISIR_LIGNES_EMPORTER.

       OPEN I-O fcompteurs
       OPEN INPUT femporter
       MOVE 'EMPORTER' TO WcptNom
       PERFORM PROCHAIN_COMPTEUR
       CLOSE femporter
       CLOSE fcompteurs
       MOVE WseqVal TO cde_id

       MOVE 0 TO WprixTotal
       MOVE 0 TO WtvaNb
       MOVE 0 TO WempNb
       OPEN INPUT fmenus
       OPEN INPUT frmenus
       OPEN I-O femplignes
       MOVE 1 TO WempEncore
       PERFORM WITH TEST AFTER UNTIL WempEncore = 0
        MOVE 9 TO WempType
        PERFORM WITH TEST AFTER UNTIL WempType = 1 OR WempType = 2
         DISPLAY 'Ligne de commande : 1 - menu   2 - plat'
         ACCEPT WempType
        END-PERFORM
        DISPLAY 'Nom :'
        ACCEPT WempNom
        MOVE 0 TO WempQte
        PERFORM WITH TEST AFTER UNTIL WempQte > 0
         DISPLAY 'Quantité :'
         ACCEPT WempQte
        END-PERFORM
        IF WempNb >= 99 THEN
         DISPLAY 'Commande limitée à 99 lignes'
        ELSE
         IF WempType = 1 THEN
          PERFORM AJOUTER_LIGNE_MENU_EMP
         ELSE
          PERFORM AJOUTER_LIGNE_PLAT_EMP
         END-IF
        END-IF
        DISPLAY 'Ajouter une autre ligne ? 1:oui 0:non'
        ACCEPT WempEncore
       END-PERFORM
       CLOSE femplignes
       CLOSE frmenus
       CLOSE fmenus

       IF WempNb = 0 THEN
        DISPLAY 'Commande sans ligne : non enregistrée'
       ELSE
        PERFORM CALCULER_TOTAUX_TVA
        MOVE WidRestSauv TO cde_idrest
        MOVE Wdate TO cde_date
        MOVE WheureSauv TO cde_heure
        MOVE WidCliSauv TO cde_idcli
        MOVE 0 TO cde_statut
        MOVE WprixTotal TO cde_prix
        MOVE WtvaHT TO cde_prixHT
        MOVE WtvaMontantTot TO cde_tvaMontant
        ACCEPT SYS-DATE8 FROM DATE YYYYMMDD
        MOVE SYS-DATE8 TO cde_dateSaisie
        MOVE WpseudoConnecte TO cde_pseudo
        OPEN I-O femporter
        WRITE cdeTampon
         INVALID KEY
          DISPLAY 'Erreur lors de l''enregistrement de la commande'
         NOT INVALID KEY
          DISPLAY 'Commande enregistrée, numéro : ',cde_id
          DISPLAY 'Montant : ',cde_prix,' € TTC - retrait le ',
             cde_date_jour,'/',cde_date_mois,'/',cde_date_annee,
             ' à ',cde_heure_heure,'h',cde_heure_minute
        END-WRITE
        CLOSE femporter
        MOVE 9 TO WempAction
        PERFORM WITH TEST AFTER UNTIL WempAction = 1
           OR WempAction = 0
         DISPLAY 'Encaisser maintenant ? 1:oui 0:non'
         ACCEPT WempAction
        END-PERFORM
        IF WempAction = 1 THEN
         PERFORM ENCAISSER_EMPORTER_COURANTE
        END-IF
       END-IF.

      *************** AJOUTER_LIGNE_MENU_EMP ******************
      * Ligne de menu WempNom x WempQte : le menu doit être
      * proposé et disponible dans le restaurant et ses trois
      * plats servables en quantité WempQte ; une portion de
      * chacun est décomptée par menu commandé. fmenus, frmenus
      * et femplignes sont ouverts par l'appelant.
      ******************************************************
       AJOUTER_LIGNE_MENU_EMP.

       MOVE WempNom TO fm_nom
       READ fmenus
        INVALID KEY
         DISPLAY 'Aucun menu ne porte ce nom'
        NOT INVALID KEY
         MOVE WidRestSauv TO frm_idrest
         MOVE fm_nom TO frm_nomMenu
         READ frmenus
          INVALID KEY
           DISPLAY 'Ce restaurant ne propose pas ce menu'
          NOT INVALID KEY
           IF MENU-INDISPONIBLE THEN
            DISPLAY 'Ce menu est indisponible dans ce restaurant'
           ELSE
            PERFORM VERIFIER_STOCK_MENU_EMP
            IF WstockOK = 0 THEN
             DISPLAY 'Menu refusé : "',WstockManque,
     -          '" n''a pas assez de portions ou est retiré de la'
     -          ' vente (86)'
            ELSE
             ADD 1 TO WempNb
             MOVE cde_id TO cdl_idcmd
             MOVE WempNb TO cdl_seq
             MOVE 'M' TO cdl_type
             MOVE fm_nom TO cdl_nom
             MOVE WempQte TO cdl_quantite
             MOVE frm_prixLocal TO cdl_prixUnit
             WRITE cdlTampon
              INVALID KEY
               DISPLAY 'Erreur lors de l''enregistrement de la'
     -                ' ligne'
             END-WRITE
             COMPUTE WempPrixLigne = frm_prixLocal * WempQte
             ADD WempPrixLigne TO WprixTotal
             MOVE WempPrixLigne TO WtvaPrixLigne
             PERFORM CALCULER_TVA_MENU
             PERFORM DECREMENTER_STOCK_MENU WempQte TIMES
             DISPLAY WempQte,' x ',fm_nom,' : ',WempPrixLigne,' €'
            END-IF
           END-IF
         END-READ
       END-READ.

      ************** VERIFIER_STOCK_MENU_EMP ******************
      * Comme VERIFIER_STOCK_MENU, pour WempQte menus : chacun
      * des trois plats du menu courant (mTampon) suivis en
      * stock doit être en vente et avoir au moins WempQte
      * portions. Rend WstockOK et le plat manquant dans
      * WstockManque.
      ******************************************************
       VERIFIER_STOCK_MENU_EMP.

       MOVE 1 TO WstockOK
       MOVE SPACES TO WstockManque
       OPEN INPUT fstockplats
       MOVE WidRestSauv TO stk_idrest
       MOVE fm_entree TO stk_nomPlat
       READ fstockplats
        INVALID KEY CONTINUE
        NOT INVALID KEY
         IF PLAT-86 OR stk_portions < WempQte THEN
          MOVE 0 TO WstockOK
          MOVE fm_entree TO WstockManque
         END-IF
       END-READ
       MOVE WidRestSauv TO stk_idrest
       MOVE fm_plat TO stk_nomPlat
       READ fstockplats
        INVALID KEY CONTINUE
        NOT INVALID KEY
         IF PLAT-86 OR stk_portions < WempQte THEN
          MOVE 0 TO WstockOK
          MOVE fm_plat TO WstockManque
         END-IF
       END-READ
       MOVE WidRestSauv TO stk_idrest
       MOVE fm_dessert TO stk_nomPlat
       READ fstockplats
        INVALID KEY CONTINUE
        NOT INVALID KEY
         IF PLAT-86 OR stk_portions < WempQte THEN
          MOVE 0 TO WstockOK
          MOVE fm_dessert TO WstockManque
         END-IF
       END-READ
       CLOSE fstockplats.

      *************** AJOUTER_LIGNE_PLAT_EMP ******************
      * Ligne de plat WempNom x WempQte au prix de la carte : un
      * plat suivi en stock doit être en vente et avoir assez de
      * portions, qui sont décomptées aussitôt
      ******************************************************
       AJOUTER_LIGNE_PLAT_EMP.

       MOVE 0 TO WempOK
       OPEN INPUT fplats
       MOVE WempNom TO fp_nom
       READ fplats
        INVALID KEY
         DISPLAY 'Aucun plat ne porte ce nom'
        NOT INVALID KEY
         MOVE 1 TO WempOK
       END-READ
       CLOSE fplats

       IF WempOK = 1 THEN
        OPEN I-O fstockplats
        MOVE WidRestSauv TO stk_idrest
        MOVE fp_nom TO stk_nomPlat
        READ fstockplats
         INVALID KEY CONTINUE
         NOT INVALID KEY
          IF PLAT-86 OR stk_portions < WempQte THEN
           MOVE 0 TO WempOK
           DISPLAY 'Plat refusé : ',stk_portions,
              ' portion(s) disponible(s)'
          ELSE
           SUBTRACT WempQte FROM stk_portions
           REWRITE stkTampon
          END-IF
        END-READ
        CLOSE fstockplats
       END-IF

       IF WempOK = 1 THEN
        ADD 1 TO WempNb
        MOVE cde_id TO cdl_idcmd
        MOVE WempNb TO cdl_seq
        MOVE 'P' TO cdl_type
        MOVE fp_nom TO cdl_nom
        MOVE WempQte TO cdl_quantite
        MOVE fp_prix TO cdl_prixUnit
        WRITE cdlTampon
         INVALID KEY
          DISPLAY 'Erreur lors de l''enregistrement de la ligne'
        END-WRITE
        COMPUTE WempPrixLigne = fp_prix * WempQte
        ADD WempPrixLigne TO WprixTotal
        MOVE WempPrixLigne TO WtvaPart
        MOVE fp_tauxTVA TO WtvaTauxCourant
        PERFORM AJOUTER_BASE_TVA
        DISPLAY WempQte,' x ',fp_nom,' : ',WempPrixLigne,' €'
       END-IF.

      ************** COMPTER_CRENEAU_EMPORTER *****************
      * Nombre de commandes non annulées (WempNbCreneau) du
      * restaurant WidRestSauv pour le créneau Wdate / WheureSauv
      ******************************************************
       COMPTER_CRENEAU_EMPORTER.

       MOVE 0 TO WempNbCreneau
       OPEN INPUT femporter
       MOVE WidRestSauv TO cde_idrest
       MOVE Wdate TO cde_date
       MOVE WheureSauv TO cde_heure
       START femporter KEY IS = cde_creneau
        INVALID KEY CONTINUE
        NOT INVALID KEY
         MOVE 0 TO WempLFin
         PERFORM WITH TEST AFTER UNTIL WempLFin = 1
          READ femporter NEXT
           AT END MOVE 1 TO WempLFin
           NOT AT END
            IF cde_idrest NOT = WidRestSauv OR cde_date NOT = Wdate
               OR cde_heure NOT = WheureSauv THEN
             MOVE 1 TO WempLFin
            ELSE
             IF NOT EMP-ANNULEE THEN
              ADD 1 TO WempNbCreneau
             END-IF
            END-IF
          END-READ
         END-PERFORM
       END-START
       CLOSE femporter.

      *************** LIBELLE_STATUT_EMPORTER *****************
      * Traduit cde_statut en libellé affichable (WempLibStatut)
      ******************************************************
       LIBELLE_STATUT_EMPORTER.
       EVALUATE cde_statut
        WHEN 0 MOVE 'reçue' TO WempLibStatut
        WHEN 1 MOVE 'en préparation' TO WempLibStatut
        WHEN 2 MOVE 'prête' TO WempLibStatut
        WHEN 3 MOVE 'retirée' TO WempLibStatut
        WHEN 4 MOVE 'annulée' TO WempLibStatut
        WHEN OTHER MOVE 'inconnu' TO WempLibStatut
       END-EVALUATE.

      *************** CALCULER_PAYE_EMPORTER ******************
      * Total net réglé sur la commande courante (WempPaye,
      * remboursements déduits) et dernier numéro de règlement
      * (WempSeq)
      ******************************************************
       CALCULER_PAYE_EMPORTER.

       MOVE 0 TO WempPaye
       MOVE 0 TO WempSeq
       OPEN INPUT fpayemp
       MOVE cde_id TO pe_idcmd
       MOVE 0 TO pe_seq
       START fpayemp KEY IS >= pe_cle
        INVALID KEY CONTINUE
        NOT INVALID KEY
         MOVE 0 TO WempLFin
         PERFORM WITH TEST AFTER UNTIL WempLFin = 1
          READ fpayemp NEXT
           AT END MOVE 1 TO WempLFin
           NOT AT END
            IF pe_idcmd NOT = cde_id THEN
             MOVE 1 TO WempLFin
            ELSE
             IF REGLEMENT-EMP-REMBOURSE THEN
              SUBTRACT pe_montant FROM WempPaye
             ELSE
              ADD pe_montant TO WempPaye
             END-IF
             MOVE pe_seq TO WempSeq
            END-IF
          END-READ
         END-PERFORM
       END-START
       CLOSE fpayemp
       COMPUTE WempReste = cde_prix - WempPaye.

      ************** AFFICHER_COMMANDE_EMPORTER ***************
      * Affiche la commande courante (cdeTampon), ses lignes et
      * l'état de son règlement
      ******************************************************
       AFFICHER_COMMANDE_EMPORTER.

       PERFORM LIBELLE_STATUT_EMPORTER
       DISPLAY 'Commande ',cde_id,' - restaurant ',cde_idrest,
            ' - client ',cde_idcli
       DISPLAY '  Retrait le ',cde_date_jour,'/',cde_date_mois,'/',
            cde_date_annee,' à ',cde_heure_heure,'h',
            cde_heure_minute,' - statut : ',WempLibStatut
       OPEN INPUT femplignes
       MOVE cde_id TO cdl_idcmd
       MOVE 0 TO cdl_seq
       START femplignes KEY IS >= cdl_cle
        INVALID KEY CONTINUE
        NOT INVALID KEY
         MOVE 0 TO WempLFin
         PERFORM WITH TEST AFTER UNTIL WempLFin = 1
          READ femplignes NEXT
           AT END MOVE 1 TO WempLFin
           NOT AT END
            IF cdl_idcmd NOT = cde_id THEN
             MOVE 1 TO WempLFin
            ELSE
             IF LIGNE-EMP-MENU THEN
              DISPLAY '  ',cdl_quantite,' x menu ',cdl_nom,
                 ' à ',cdl_prixUnit,' €'
             ELSE
              DISPLAY '  ',cdl_quantite,' x ',cdl_nom,
                 ' à ',cdl_prixUnit,' €'
             END-IF
            END-IF
          END-READ
         END-PERFORM
       END-START
       CLOSE femplignes
       PERFORM CALCULER_PAYE_EMPORTER
       DISPLAY '  Total : ',cde_prix,' € TTC (HT ',cde_prixHT,
            ' €, TVA ',cde_tvaMontant,' €)'
       DISPLAY '  Réglé : ',WempPaye,' €   Reste dû : ',WempReste,
            ' €'.

      ************** LISTER_COMMANDES_EMPORTER ****************
      * Commandes d'un restaurant pour une date de retrait, dans
      * l'ordre des créneaux, avec statut, montant et reste dû :
      * la feuille de route du comptoir
      ******************************************************
       LISTER_COMMANDES_EMPORTER.

       DISPLAY 'Identifiant du restaurant :'
       ACCEPT WidResto
       MOVE WidResto TO WidRestSauv
       PERFORM CONTROLER_ACCES_RESTAURANT
       IF WaccesOK = 0 THEN
        DISPLAY 'Vous ne gérez pas ce restaurant'
       ELSE
        PERFORM WITH TEST AFTER UNTIL WdateOK = 1
         DISPLAY 'Date de retrait (JJ MM AAAA) :'
         ACCEPT Wdate_jour
         ACCEPT Wdate_mois
         ACCEPT Wdate_annee
         PERFORM VALIDER_DATE
         IF WdateOK = 0 THEN
          DISPLAY 'Date invalide'
         END-IF
        END-PERFORM

        MOVE 0 TO WempNbJour
        MOVE 0 TO WempCaJour
        OPEN INPUT femporter
        MOVE WidResto TO cde_idrest
        MOVE Wdate TO cde_date
        MOVE 0 TO cde_heure_heure
        MOVE 0 TO cde_heure_minute
        START femporter KEY IS >= cde_creneau
         INVALID KEY CONTINUE
         NOT INVALID KEY
          MOVE 0 TO WempFin
          PERFORM WITH TEST AFTER UNTIL WempFin = 1
           READ femporter NEXT
            AT END MOVE 1 TO WempFin
            NOT AT END
             IF cde_idrest NOT = WidResto
                OR cde_date NOT = Wdate THEN
              MOVE 1 TO WempFin
             ELSE
              PERFORM LIBELLE_STATUT_EMPORTER
              PERFORM CALCULER_PAYE_EMPORTER
              DISPLAY cde_heure_heure,'h',cde_heure_minute,
                 '  commande ',cde_id,'  client ',cde_idcli,
                 '  ',WempLibStatut
              DISPLAY '        ',cde_prix,' € - reste dû ',
                 WempReste,' €'
              IF NOT EMP-ANNULEE THEN
               ADD 1 TO WempNbJour
               ADD cde_prix TO WempCaJour
              END-IF
             END-IF
           END-READ
          END-PERFORM
        END-START
        CLOSE femporter
        DISPLAY ' '
        DISPLAY WempNbJour,' commande(s) non annulée(s), ',
           WempCaJour,' €'
       END-IF.

      *************** CHANGER_STATUT_EMPORTER *****************
      * Fait avancer une commande (en préparation, prête,
      * retirée) ou l'annule. Une commande retirée ou annulée
      * est close. Au retrait, le reste dû est signalé et peut
      * être encaissé ; à l'annulation, les sommes déjà réglées
      * sont à rembourser par l'encaissement.
      ******************************************************
       CHANGER_STATUT_EMPORTER.

       DISPLAY 'Numéro de la commande :'
       ACCEPT cde_id
       OPEN I-O femporter
       READ femporter
        INVALID KEY
         DISPLAY 'Commande inexistante'
         MOVE 0 TO WempOK
        NOT INVALID KEY
         MOVE 1 TO WempOK
       END-READ
       IF WempOK = 1 THEN
        MOVE cde_idrest TO WidRestSauv
        PERFORM CONTROLER_ACCES_RESTAURANT
        IF WaccesOK = 0 THEN
         DISPLAY 'Vous ne gérez pas ce restaurant'
        ELSE
         PERFORM AFFICHER_COMMANDE_EMPORTER
         IF EMP-RETIREE OR EMP-ANNULEE THEN
          DISPLAY 'Commande close : statut inchangé'
         ELSE
          MOVE 9 TO WempStatut
          PERFORM WITH TEST AFTER UNTIL WempStatut = 0
             OR (WempStatut > cde_statut AND WempStatut <= 4)
           DISPLAY 'Nouveau statut ? (0 pour abandonner)'
           DISPLAY ' 1 - En préparation'
           DISPLAY ' 2 - Prête'
           DISPLAY ' 3 - Retirée'
           DISPLAY ' 4 - Annulée'
           ACCEPT WempStatut
          END-PERFORM
          IF WempStatut NOT = 0 THEN
           MOVE cde_idrest TO WverrouRest
           PERFORM PRENDRE_VERROU_APP
           IF WverrouOK = 0 THEN
            DISPLAY 'Mise à jour abandonnée (poste occupé)'
           ELSE
            MOVE WempStatut TO cde_statut
            REWRITE cdeTampon
            PERFORM LIBELLE_STATUT_EMPORTER
            DISPLAY 'Commande ',cde_id,' : ',WempLibStatut
            IF EMP-ANNULEE THEN
             MOVE 'EMPORTER' TO WaudFichier
             MOVE 'ANNUL' TO WaudOperation
             MOVE cde_id TO WaudCleAvant
             MOVE cde_id TO WaudCleApres
             PERFORM ENREGISTRER_AUDIT
             IF WempPaye > 0 THEN
              DISPLAY 'Déjà réglé : ',WempPaye,' € à rembourser'
             END-IF
            END-IF
            IF EMP-RETIREE AND WempReste > 0 THEN
             DISPLAY 'ATTENTION : reste dû ',WempReste,' €'
             MOVE 9 TO WempAction
             PERFORM WITH TEST AFTER UNTIL WempAction = 1
                OR WempAction = 0
              DISPLAY 'Encaisser maintenant ? 1:oui 0:non'
              ACCEPT WempAction
             END-PERFORM
             IF WempAction = 1 THEN
              PERFORM ENCAISSER_EMPORTER_COURANTE
             END-IF
            END-IF
            PERFORM RENDRE_VERROU_APP
           END-IF
          END-IF
         END-IF
        END-IF
       END-IF
       CLOSE femporter.

      ************* ENCAISSER_COMMANDE_EMPORTER ***************
      * Règlement ou remboursement d'une commande à emporter
      * désignée par son numéro
      ******************************************************
       ENCAISSER_COMMANDE_EMPORTER.

       DISPLAY 'Numéro de la commande :'
       ACCEPT cde_id
       OPEN INPUT femporter
       READ femporter
        INVALID KEY
         DISPLAY 'Commande inexistante'
         MOVE 0 TO WempOK
        NOT INVALID KEY
         MOVE 1 TO WempOK
       END-READ
       CLOSE femporter
       IF WempOK = 1 THEN
        MOVE cde_idrest TO WidRestSauv
        PERFORM CONTROLER_ACCES_RESTAURANT
        IF WaccesOK = 0 THEN
         DISPLAY 'Vous ne gérez pas ce restaurant'
        ELSE
         MOVE cde_idrest TO WverrouRest
         PERFORM PRENDRE_VERROU_APP
         IF WverrouOK = 0 THEN
          DISPLAY 'Encaissement abandonné (poste occupé)'
         ELSE
          PERFORM AFFICHER_COMMANDE_EMPORTER
          PERFORM ENCAISSER_EMPORTER_COURANTE
          PERFORM RENDRE_VERROU_APP
         END-IF
        END-IF
       END-IF.

      ************* ENCAISSER_EMPORTER_COURANTE ***************
      * Enregistre un règlement ou un remboursement de la
      * commande courante (cdeTampon) dans datapayemporter.dat,
      * avec les mêmes règles que SAISIR_PAIEMENT : mode carte,
      * espèces ou virement ; un remboursement ne dépasse pas
      * le total réglé et exige l'aval d'un Directeur.
      ******************************************************
       ENCAISSER_EMPORTER_COURANTE.

       PERFORM CALCULER_PAYE_EMPORTER
       MOVE 9 TO WempSens
       PERFORM WITH TEST AFTER UNTIL WempSens = 0 OR WempSens = 1
        DISPLAY 'Type d''opération ?'
        DISPLAY ' 0 - Règlement'
        DISPLAY ' 1 - Remboursement'
        ACCEPT WempSens
       END-PERFORM
       IF WempSens = 0 AND WempReste > 0 THEN
        DISPLAY 'Reste dû : ',WempReste,' €'
       END-IF
       MOVE 0 TO WempMontant
       PERFORM WITH TEST AFTER UNTIL WempMontant > 0
        DISPLAY 'Montant :'
        ACCEPT WempMontant
       END-PERFORM
       MOVE 9 TO WempMode
       PERFORM WITH TEST AFTER UNTIL WempMode >= 1 AND WempMode <= 3
        DISPLAY 'Mode de règlement ?'
        DISPLAY ' 1 - Carte'
        DISPLAY ' 2 - Espèces'
        DISPLAY ' 3 - Virement'
        ACCEPT WempMode
       END-PERFORM

       MOVE SPACES TO WpayMotif
       MOVE SPACES TO WappPseudo
       MOVE 1 TO WappOK
       IF WempSens = 1 THEN
        IF WempMontant > WempPaye THEN
         DISPLAY 'Remboursement refusé : seulement ',WempPaye,
            ' € réglés sur cette commande'
         MOVE 0 TO WappOK
        ELSE
         PERFORM WITH TEST AFTER UNTIL WpayMotif NOT = SPACES
          DISPLAY 'Motif (ANNULATION, LITIGE, GESTE...) :'
          ACCEPT WpayMotif
         END-PERFORM
         PERFORM APPROUVER_REMBOURSEMENT
        END-IF
       END-IF

       IF WappOK = 0 THEN
        DISPLAY 'Opération abandonnée'
       ELSE
        OPEN I-O fpayemp
        MOVE cde_id TO pe_idcmd
        COMPUTE pe_seq = WempSeq + 1
        MOVE cde_idrest TO pe_idrest
        MOVE WempMontant TO pe_montant
        MOVE WempMode TO pe_mode
        MOVE WempSens TO pe_sens
        MOVE WpayMotif TO pe_motif
        MOVE WappPseudo TO pe_approbation
        ACCEPT SYS-DATE8 FROM DATE YYYYMMDD
        MOVE A4 TO pe_date_annee
        MOVE MM TO pe_date_mois
        MOVE JJ TO pe_date_jour
        WRITE peTampon
         INVALID KEY
          DISPLAY 'Erreur lors de l''enregistrement du règlement'
         NOT INVALID KEY
          IF WempSens = 1 THEN
           SUBTRACT WempMontant FROM WempPaye
           DISPLAY 'Remboursement enregistré, total réglé net : ',
              WempPaye,' €'
          ELSE
           ADD WempMontant TO WempPaye
           DISPLAY 'Règlement enregistré, total réglé : ',
              WempPaye,' €'
          END-IF
          IF WempPaye < cde_prix THEN
           COMPUTE WempReste = cde_prix - WempPaye
           DISPLAY 'Reste dû : ',WempReste,' €'
          ELSE
           DISPLAY 'Commande soldée'
          END-IF
        END-WRITE
        CLOSE fpayemp
       END-IF.

      ************** CUMULER_PREVISION_EMPORTER ***************
      * Ajoute à la prévision cuisine (WcuiTable) les plats des
      * commandes à emporter non annulées du restaurant
      * WidResto à retirer le Wdate, à raison de la quantité de
      * chaque ligne, ventilés midi / soir comme les
      * réservations
      ******************************************************
       CUMULER_PREVISION_EMPORTER.

       OPEN INPUT femporter
       OPEN INPUT femplignes
       OPEN INPUT fmenus
       MOVE WidResto TO cde_idrest
       MOVE Wdate TO cde_date
       MOVE 0 TO cde_heure_heure
       MOVE 0 TO cde_heure_minute
       START femporter KEY IS >= cde_creneau
        INVALID KEY CONTINUE
        NOT INVALID KEY
         MOVE 0 TO WempFin
         PERFORM WITH TEST AFTER UNTIL WempFin = 1
          READ femporter NEXT
           AT END MOVE 1 TO WempFin
           NOT AT END
            IF cde_idrest NOT = WidResto
               OR cde_date NOT = Wdate THEN
             MOVE 1 TO WempFin
            ELSE
             IF NOT EMP-ANNULEE THEN
              IF cde_heure_heure < 16 THEN
               MOVE 1 TO WcuiService
              ELSE
               MOVE 2 TO WcuiService
              END-IF
              PERFORM CUMULER_LIGNES_EMPORTER
             END-IF
            END-IF
          END-READ
         END-PERFORM
       END-START
       CLOSE fmenus
       CLOSE femplignes
       CLOSE femporter
       MOVE 1 TO WcuiPas.

      *************** CUMULER_LIGNES_EMPORTER *****************
      * Décompose les lignes de la commande courante en plats
      * pour la prévision cuisine. femplignes et fmenus sont
      * ouverts en entrée par l'appelant.
      ******************************************************
       CUMULER_LIGNES_EMPORTER.

       MOVE cde_id TO cdl_idcmd
       MOVE 0 TO cdl_seq
       START femplignes KEY IS >= cdl_cle
        INVALID KEY CONTINUE
        NOT INVALID KEY
         MOVE 0 TO WempLFin
         PERFORM WITH TEST AFTER UNTIL WempLFin = 1
          READ femplignes NEXT
           AT END MOVE 1 TO WempLFin
           NOT AT END
            IF cdl_idcmd NOT = cde_id THEN
             MOVE 1 TO WempLFin
            ELSE
             MOVE cdl_quantite TO WcuiPas
             IF LIGNE-EMP-MENU THEN
              MOVE cdl_nom TO fm_nom
              READ fmenus
               NOT INVALID KEY
                MOVE fm_entree TO WcuiNomPlat
                PERFORM AJOUTER_COMPTAGE_CUISINE
                MOVE fm_plat TO WcuiNomPlat
                PERFORM AJOUTER_COMPTAGE_CUISINE
                MOVE fm_dessert TO WcuiNomPlat
                PERFORM AJOUTER_COMPTAGE_CUISINE
              END-READ
             ELSE
              MOVE cdl_nom TO WcuiNomPlat
              PERFORM AJOUTER_COMPTAGE_CUISINE
             END-IF
            END-IF
          END-READ
         END-PERFORM
       END-START.

      ************** CUMULER_EMPORTER_CLOTURE *****************
      * Clôture de journée : ajoute à la table WcloTable, par
      * restaurant, le nombre et le montant des commandes à
      * emporter non annulées à retirer le Wdate, comptés à
      * part des réservations
      ******************************************************
       CUMULER_EMPORTER_CLOTURE.

       OPEN INPUT femporter
       MOVE 0 TO WempFin
       PERFORM WITH TEST AFTER UNTIL WempFin = 1
        READ femporter NEXT
         AT END MOVE 1 TO WempFin
         NOT AT END
          IF cde_date = Wdate AND NOT EMP-ANNULEE THEN
           MOVE 0 TO WcloTrouve
           MOVE 1 TO WcloIx
           PERFORM WITH TEST BEFORE UNTIL WcloIx > WcloNb
              OR WcloTrouve = 1
            IF WcloIdRest(WcloIx) = cde_idrest THEN
             MOVE 1 TO WcloTrouve
            ELSE
             ADD 1 TO WcloIx
            END-IF
           END-PERFORM
           IF WcloTrouve = 0 THEN
            IF WcloNb < 50 THEN
             ADD 1 TO WcloNb
             MOVE WcloNb TO WcloIx
             MOVE cde_idrest TO WcloIdRest(WcloIx)
             MOVE 0 TO WcloResas(WcloIx)
             MOVE 0 TO WcloCouverts(WcloIx)
             MOVE 0 TO WcloCa(WcloIx)
             MOVE 0 TO WcloAnnul(WcloIx)
             MOVE 0 TO WcloNoshow(WcloIx)
             MOVE 0 TO WcloEmporter(WcloIx)
             MOVE 0 TO WcloCaEmp(WcloIx)
             MOVE 1 TO WcloTrouve
            ELSE
             DISPLAY 'ATTENTION : plus de 50 restaurants sur la'
     -              ' journée, restaurant ',cde_idrest,' ignoré'
            END-IF
           END-IF
           IF WcloTrouve = 1 THEN
            ADD 1 TO WcloEmporter(WcloIx)
            ADD cde_prix TO WcloCaEmp(WcloIx)
           END-IF
          END-IF
        END-READ
       END-PERFORM
       CLOSE femporter.

      ************ TOTALISER_REGLEMENTS_EMPORTER **************
      * Rapport Z : ajoute aux totaux par mode (WzcCarte,
      * WzcEspeces, WzcVirement) les règlements de vente à
      * emporter du restaurant WidResto datés de Wdate, et en
      * garde le total net à part dans WzcEmporter
      ******************************************************
       TOTALISER_REGLEMENTS_EMPORTER.

       MOVE 0 TO WzcEmporter
       OPEN INPUT fpayemp
       MOVE 0 TO WempFin
       PERFORM WITH TEST AFTER UNTIL WempFin = 1
        READ fpayemp NEXT
         AT END MOVE 1 TO WempFin
         NOT AT END
          IF pe_idrest = WidResto
           AND pe_date_jour = Wdate_jour
           AND pe_date_mois = Wdate_mois
           AND pe_date_annee = Wdate_annee THEN
           IF REGLEMENT-EMP-REMBOURSE THEN
            SUBTRACT pe_montant FROM WzcEmporter
            EVALUATE pe_mode
             WHEN 1 SUBTRACT pe_montant FROM WzcCarte
             WHEN 2 SUBTRACT pe_montant FROM WzcEspeces
             WHEN 3 SUBTRACT pe_montant FROM WzcVirement
            END-EVALUATE
           ELSE
            ADD pe_montant TO WzcEmporter
            EVALUATE pe_mode
             WHEN 1 ADD pe_montant TO WzcCarte
             WHEN 2 ADD pe_montant TO WzcEspeces
             WHEN 3 ADD pe_montant TO WzcVirement
            END-EVALUATE
           END-IF
          END-IF
        END-READ
       END-PERFORM
       CLOSE fpayemp.

      ************** CHARGER_REGLEMENTS_EMP_CARTE *************
      * Ajoute à WtlNous les règlements carte de vente à
      * emporter datés de WtlDate8 du restaurant WtlRest
      * (origine E), pour le rapprochement avec la télécollecte
      ******************************************************
       CHARGER_REGLEMENTS_EMP_CARTE.

       OPEN INPUT fpayemp
       MOVE 0 TO WempFin
       PERFORM WITH TEST AFTER UNTIL WempFin = 1
        READ fpayemp NEXT
         AT END MOVE 1 TO WempFin
         NOT AT END
          COMPUTE WtlPayDate8 = pe_date_annee * 10000
             + pe_date_mois * 100 + pe_date_jour
          IF pe_mode = 1 AND pe_idrest = WtlRest
           AND WtlPayDate8 = WtlDate8 THEN
           IF WtlNbN < 300 THEN
            ADD 1 TO WtlNbN
            MOVE pe_idcmd TO WtlNIdResa(WtlNbN)
            MOVE pe_seq TO WtlNSeq(WtlNbN)
            MOVE pe_sens TO WtlNSens(WtlNbN)
            MOVE pe_montant TO WtlNMontant(WtlNbN)
            MOVE 0 TO WtlNPourb(WtlNbN)
            MOVE 0 TO WtlNVu(WtlNbN)
            MOVE 'E' TO WtlNOrigine(WtlNbN)
           ELSE
            MOVE 1 TO WtlSature
           END-IF
          END-IF
        END-READ
       END-PERFORM
       CLOSE fpayemp.
