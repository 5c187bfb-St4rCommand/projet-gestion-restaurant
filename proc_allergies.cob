      *************** SAISIR_ALLERGIES_RESA ********************
      * Déclarations d'allergies et de régime de la réservation
      * WidSauv (WnbPersonnes couverts), une par convive
      * (frd_convive ; 0 = toute la table ou convive non
      * précisé). Les allergènes sont saisis séparés par des
      * virgules (5 au plus), comme ils figurent sur la fiche
      * plat (fp_allergenes). Une déclaration vidée est
      * supprimée. Recharge ensuite la table WalgTable.
      ******************************************************
       SAISIR_ALLERGIES_RESA.

       MOVE 9 TO WalgChoix
       PERFORM WITH TEST AFTER UNTIL WalgChoix = 1 OR WalgChoix = 0
        DISPLAY 'Allergies ou régime alimentaire à déclarer ?'
     -         ' 1:oui 0:non'
        ACCEPT WalgChoix
       END-PERFORM

       IF WalgChoix = 1 THEN
        OPEN I-O fallergies
        MOVE 1 TO WalgEncore
        PERFORM WITH TEST AFTER UNTIL WalgEncore = 0
         MOVE 99 TO WalgConvive
         PERFORM WITH TEST AFTER UNTIL WalgConvive <= WnbPersonnes
          DISPLAY 'Convive concerné (0 = toute la table) :'
          ACCEPT WalgConvive
         END-PERFORM
         MOVE WidSauv TO alg_idresa
         MOVE WalgConvive TO alg_convive
         MOVE 0 TO WalgExiste
         READ fallergies
          INVALID KEY CONTINUE
          NOT INVALID KEY
           MOVE 1 TO WalgExiste
           DISPLAY 'Déclaration actuelle : ',alg_allergenes
           DISPLAY '  Régime : ',alg_regime
         END-READ
         MOVE WidSauv TO alg_idresa
         MOVE WalgConvive TO alg_convive
         DISPLAY 'Allergènes (séparés par des virgules, vide si'
     -          ' aucun) :'
         ACCEPT alg_allergenes
         DISPLAY 'Régime (ex: Végétarien, Végan, Sans gluten ;'
     -          ' vide si aucun) :'
         ACCEPT alg_regime
         IF alg_allergenes = SPACES AND alg_regime = SPACES THEN
          IF WalgExiste = 1 THEN
           DELETE fallergies
           DISPLAY 'Déclaration retirée'
          END-IF
         ELSE
          IF WalgExiste = 1 THEN
           REWRITE algTampon
          ELSE
           WRITE algTampon
          END-IF
          IF alg_stat NOT = 0 THEN
           DISPLAY 'Erreur d''enregistrement de la déclaration'
          ELSE
           DISPLAY 'Déclaration enregistrée'
          END-IF
         END-IF
         MOVE 9 TO WalgEncore
         PERFORM WITH TEST AFTER UNTIL WalgEncore = 1
            OR WalgEncore = 0
          DISPLAY 'Autre déclaration ? 1:oui 0:non'
          ACCEPT WalgEncore
         END-PERFORM
        END-PERFORM
        CLOSE fallergies
       END-IF

       MOVE WidSauv TO WalgIdResa
       PERFORM CHARGER_ALLERGIES_RESA.

      *************** CHARGER_ALLERGIES_RESA *******************
      * Charge dans WalgTable (WalgNb lignes) les déclarations
      * de la réservation WalgIdResa
      ******************************************************
       CHARGER_ALLERGIES_RESA.

       MOVE 0 TO WalgNb
       OPEN INPUT fallergies
       MOVE WalgIdResa TO alg_idresa
       MOVE 0 TO alg_convive
       START fallergies KEY IS >= alg_cle
        INVALID KEY CONTINUE
        NOT INVALID KEY
         MOVE 0 TO WalgFin
         PERFORM WITH TEST AFTER UNTIL WalgFin = 1
            OR WalgNb >= 20
          READ fallergies NEXT
           AT END MOVE 1 TO WalgFin
           NOT AT END
            IF alg_idresa NOT = WalgIdResa THEN
             MOVE 1 TO WalgFin
            ELSE
             ADD 1 TO WalgNb
             MOVE alg_convive TO WalgConv(WalgNb)
             MOVE alg_allergenes TO WalgTexte(WalgNb)
             MOVE alg_regime TO WalgReg(WalgNb)
            END-IF
          END-READ
         END-PERFORM
       END-START
       CLOSE fallergies.

      ************** CONTROLER_ALLERGIES_MENU ******************
      * Contrôle l'entrée, le plat et le dessert du menu courant
      * (mTampon) contre les déclarations chargées (WalgTable)
      * qui concernent le convive WalgConvive : celles de ce
      * convive et celles de toute la table ; un menu commun
      * (convive 0) est contrôlé contre toutes. Rend WalgOK
      * (1 : aucun conflit). Chaque conflit est affiché, sauf
      * si WalgMuet vaut 1 (recherche d'une alternative).
      ******************************************************
       CONTROLER_ALLERGIES_MENU.

       MOVE 1 TO WalgOK
       IF WalgNb > 0 THEN
        OPEN INPUT fplats
        MOVE fm_entree TO WalgPlat
        PERFORM CONTROLER_PLAT_ALLERGIES
        MOVE fm_plat TO WalgPlat
        PERFORM CONTROLER_PLAT_ALLERGIES
        MOVE fm_dessert TO WalgPlat
        PERFORM CONTROLER_PLAT_ALLERGIES
        CLOSE fplats
       END-IF.

      ************** CONTROLER_PLAT_ALLERGIES ******************
      * Contrôle le plat WalgPlat (fplats ouvert) : chaque
      * allergène déclaré est recherché dans fp_allergenes sans
      * tenir compte des majuscules ; un régime déclaré doit
      * être celui du plat (un plat végan convient à un
      * végétarien). Met WalgOK à 0 en cas de conflit.
      ******************************************************
       CONTROLER_PLAT_ALLERGIES.

       MOVE WalgPlat TO fp_nom
       READ fplats
        INVALID KEY CONTINUE
        NOT INVALID KEY
         MOVE fp_allergenes TO WalgPlatAll
         INSPECT WalgPlatAll CONVERTING
            'abcdefghijklmnopqrstuvwxyz'
            TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
         MOVE 1 TO WalgIx
         PERFORM WITH TEST BEFORE UNTIL WalgIx > WalgNb
          IF WalgConv(WalgIx) = 0 OR WalgConvive = 0
             OR WalgConv(WalgIx) = WalgConvive THEN
           MOVE SPACES TO WalgMots
           UNSTRING WalgTexte(WalgIx) DELIMITED BY ','
              INTO WalgMot(1) WalgMot(2) WalgMot(3) WalgMot(4)
                 WalgMot(5)
           END-UNSTRING
           MOVE 1 TO WalgMx
           PERFORM WITH TEST BEFORE UNTIL WalgMx > 5
            PERFORM CONTROLER_MOT_ALLERGENE
            ADD 1 TO WalgMx
           END-PERFORM
           IF WalgReg(WalgIx) NOT = SPACES
              AND fp_regime NOT = WalgReg(WalgIx)
              AND NOT (WalgReg(WalgIx) = 'Végétarien'
                       AND fp_regime = 'Végan') THEN
            MOVE 0 TO WalgOK
            IF WalgMuet = 0 THEN
             DISPLAY '  ! Convive ',WalgConv(WalgIx),' (régime ',
                WalgReg(WalgIx),') : ',fp_nom
             DISPLAY '    est au régime ',fp_regime
            END-IF
           END-IF
          END-IF
          ADD 1 TO WalgIx
         END-PERFORM
       END-READ.

      ************** CONTROLER_MOT_ALLERGENE *******************
      * Recherche l'allergène déclaré WalgMot(WalgMx), débarrassé
      * de ses blancs, dans les allergènes du plat (WalgPlatAll
      * en majuscules)
      ******************************************************
       CONTROLER_MOT_ALLERGENE.

       MOVE WalgMot(WalgMx) TO WalgMotMaj
       INSPECT WalgMotMaj CONVERTING
          'abcdefghijklmnopqrstuvwxyz'
          TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
       MOVE 1 TO WalgDeb
       PERFORM WITH TEST BEFORE UNTIL WalgDeb > 30
          OR WalgMotMaj(WalgDeb:1) NOT = SPACE
        ADD 1 TO WalgDeb
       END-PERFORM
       IF WalgDeb <= 30 THEN
        MOVE 30 TO WalgLg
        PERFORM WITH TEST BEFORE UNTIL
           WalgMotMaj(WalgLg:1) NOT = SPACE
         SUBTRACT 1 FROM WalgLg
        END-PERFORM
        COMPUTE WalgLg = WalgLg - WalgDeb + 1
        MOVE 0 TO WalgCpt
        INSPECT WalgPlatAll TALLYING WalgCpt
           FOR ALL WalgMotMaj(WalgDeb:WalgLg)
        IF WalgCpt > 0 THEN
         MOVE 0 TO WalgOK
         IF WalgMuet = 0 THEN
          DISPLAY '  ! Convive ',WalgConv(WalgIx),' : ',fp_nom
          DISPLAY '    contient ',WalgMotMaj(WalgDeb:WalgLg)
         END-IF
        END-IF
       END-IF.

      ************** CONTROLER_ALLERGIES_RESA ******************
      * Après modification d'une réservation (WidSauv) : charge
      * ses déclarations et contrôle chacun des menus déjà
      * choisis ; pour un menu en conflit, une alternative sûre
      * et servable est proposée (à substituer par suppression
      * et nouvelle saisie du menu).
      ******************************************************
       CONTROLER_ALLERGIES_RESA.

       MOVE WidSauv TO WalgIdResa
       PERFORM CHARGER_ALLERGIES_RESA
       IF WalgNb > 0 THEN
        MOVE 0 TO WalgMuet
        OPEN INPUT fresamenus
        OPEN INPUT fmenus
        OPEN INPUT frmenus
        MOVE WidSauv TO frd_idresa
        START fresamenus, KEY IS = frd_idresa
         INVALID KEY CONTINUE
         NOT INVALID KEY
          MOVE 0 TO WalgLFin
          PERFORM WITH TEST AFTER UNTIL WalgLFin = 1
           READ fresamenus NEXT
            AT END MOVE 1 TO WalgLFin
            NOT AT END
             IF frd_idresa NOT = WidSauv THEN
              MOVE 1 TO WalgLFin
             ELSE
              MOVE frd_nomMenu TO fm_nom
              READ fmenus
               INVALID KEY CONTINUE
               NOT INVALID KEY
                MOVE frd_convive TO WalgConvive
                PERFORM CONTROLER_ALLERGIES_MENU
                IF WalgOK = 0 THEN
                 DISPLAY 'ATTENTION : le menu "',frd_nomMenu,
                    '" (convive ',frd_convive,') est incompatible'
                 PERFORM PROPOSER_ALTERNATIVE_MENU
                END-IF
              END-READ
             END-IF
           END-READ
          END-PERFORM
        END-START
        CLOSE frmenus
        CLOSE fmenus
        CLOSE fresamenus
       END-IF.

      ************** AFFICHER_ALLERGIES_RESA *******************
      * Affiche en évidence les déclarations de la réservation
      * WalgIdResa (rien s'il n'y en a pas)
      ******************************************************
       AFFICHER_ALLERGIES_RESA.

       MOVE 0 TO WalgVu
       OPEN INPUT fallergies
       MOVE WalgIdResa TO alg_idresa
       MOVE 0 TO alg_convive
       START fallergies KEY IS >= alg_cle
        INVALID KEY CONTINUE
        NOT INVALID KEY
         MOVE 0 TO WalgFin
         PERFORM WITH TEST AFTER UNTIL WalgFin = 1
          READ fallergies NEXT
           AT END MOVE 1 TO WalgFin
           NOT AT END
            IF alg_idresa NOT = WalgIdResa THEN
             MOVE 1 TO WalgFin
            ELSE
             IF WalgVu = 0 THEN
              DISPLAY '  *** ALLERGIES / REGIMES ***'
              MOVE 1 TO WalgVu
             END-IF
             IF alg_convive = 0 THEN
              DISPLAY '  >>> Toute la table'
             ELSE
              DISPLAY '  >>> Convive ',alg_convive
             END-IF
             IF alg_allergenes NOT = SPACES THEN
              DISPLAY '      Allergènes : ',alg_allergenes
             END-IF
             IF alg_regime NOT = SPACES THEN
              DISPLAY '      Régime : ',alg_regime
             END-IF
            END-IF
          END-READ
         END-PERFORM
       END-START
       CLOSE fallergies.

      ************** LISTER_ALLERGIES_SERVICE ******************
      * Pour la prévision cuisine : liste les réservations du
      * restaurant WidResto à la date Wdate (hors annulées et
      * no-show) qui portent des déclarations, avec leurs menus
      ******************************************************
       LISTER_ALLERGIES_SERVICE.

       MOVE 0 TO WalgNbResa
       OPEN INPUT freservations
       MOVE Wdate TO frs_date
       START freservations, KEY IS = frs_date
        INVALID KEY CONTINUE
        NOT INVALID KEY
         MOVE 0 TO WalgLFin
         PERFORM WITH TEST AFTER UNTIL WalgLFin = 1
          READ freservations NEXT
           AT END MOVE 1 TO WalgLFin
           NOT AT END
            IF frs_date NOT = Wdate THEN
             MOVE 1 TO WalgLFin
            ELSE
             IF frs_idrest = WidResto AND frs_statut < 3 THEN
              MOVE frs_id TO WalgIdResa
              PERFORM CHARGER_ALLERGIES_RESA
              IF WalgNb > 0 THEN
               IF WalgNbResa = 0 THEN
                DISPLAY ' '
                DISPLAY '!!!!!!!!!! ALLERGIES ET REGIMES !!!!!!!!!!'
               END-IF
               ADD 1 TO WalgNbResa
               DISPLAY 'Réservation ',frs_id,' - ',frs_heure_heure,
                  'h',frs_heure_minute,' - ',frs_nbPersonnes,
                  ' couvert(s) - table ',frs_numTable
               DISPLAY '  Menus : ',frs_nomsMenus
               PERFORM AFFICHER_ALLERGIES_RESA
              END-IF
             END-IF
            END-IF
          END-READ
         END-PERFORM
       END-START
       CLOSE freservations
       IF WalgNbResa = 0 THEN
        DISPLAY 'Aucune allergie ni régime déclaré pour ce jour'
       END-IF.

      ************** SUPPRIMER_ALLERGIES_RESA ******************
      * Efface les déclarations de la réservation WalgIdResa
      * (réservation supprimée ou archivée)
      ******************************************************
       SUPPRIMER_ALLERGIES_RESA.

       OPEN I-O fallergies
       MOVE WalgIdResa TO alg_idresa
       MOVE 0 TO alg_convive
       START fallergies KEY IS >= alg_cle
        INVALID KEY CONTINUE
        NOT INVALID KEY
         MOVE 0 TO WalgFin
         PERFORM WITH TEST AFTER UNTIL WalgFin = 1
          READ fallergies NEXT
           AT END MOVE 1 TO WalgFin
           NOT AT END
            IF alg_idresa NOT = WalgIdResa THEN
             MOVE 1 TO WalgFin
            ELSE
             DELETE fallergies
            END-IF
          END-READ
         END-PERFORM
       END-START
       CLOSE fallergies.
