      **************** GERER_INGREDIENTS *********************
      * Fichier des ingrédients achetés par les cuisines :
      * unité d'achat (kg, litre, pièce...) et coût HT courant
      * par unité, date de dernière mise à jour. Les recettes
      * des plats (GERER_RECETTE) en tirent le coût matière.
      ******************************************************
       GERER_INGREDIENTS.

       DISPLAY '|====================================|'
       DISPLAY '|=========== INGREDIENTS  ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

        MOVE 9 TO WrcChoix
        PERFORM WITH TEST AFTER UNTIL WrcChoix = 0
         DISPLAY 'Que souhaitez vous faire ?'
         DISPLAY ' 1 - Créer ou mettre à jour un ingrédient'
         DISPLAY ' 2 - Liste des ingrédients'
         DISPLAY ' 3 - Supprimer un ingrédient'
         DISPLAY ' 0 - Retour'
         ACCEPT WrcChoix
         EVALUATE WrcChoix
          WHEN 1
           PERFORM SAISIR_INGREDIENT
          WHEN 2
           PERFORM LISTER_INGREDIENTS
          WHEN 3
           PERFORM SUPPRIMER_INGREDIENT
         END-EVALUATE
        END-PERFORM

       DISPLAY '-====================================-'.

      **************** SAISIR_INGREDIENT *********************
      * Crée un ingrédient ou met à jour son coût d'achat
      ******************************************************
       SAISIR_INGREDIENT.

       OPEN I-O fingredients
       MOVE SPACES TO WrcIngredient
       PERFORM WITH TEST AFTER UNTIL WrcIngredient NOT = SPACES
        DISPLAY 'Nom de l''ingrédient :'
        ACCEPT WrcIngredient
       END-PERFORM
       ACCEPT SYS-DATE8 FROM DATE YYYYMMDD
       MOVE WrcIngredient TO ing_nom
       READ fingredients
        INVALID KEY
         MOVE WrcIngredient TO ing_nom
         MOVE SPACES TO ing_unite
         PERFORM WITH TEST AFTER UNTIL ing_unite NOT = SPACES
          DISPLAY 'Unité d''achat (kg, litre, pièce...) :'
          ACCEPT ing_unite
         END-PERFORM
         MOVE 0 TO WrcCoutSaisi
         PERFORM WITH TEST AFTER UNTIL WrcCoutSaisi > 0
          DISPLAY 'Coût HT par unité d''achat :'
          ACCEPT WrcCoutSaisi
         END-PERFORM
         MOVE WrcCoutSaisi TO ing_cout
         MOVE A4 TO ing_dateMaj_annee
         MOVE MM TO ing_dateMaj_mois
         MOVE JJ TO ing_dateMaj_jour
         WRITE ingTampon
          INVALID KEY
           DISPLAY 'Erreur lors de la création de l''ingrédient'
          NOT INVALID KEY
           DISPLAY 'Ingrédient créé'
         END-WRITE
        NOT INVALID KEY
         DISPLAY 'Unité : ',ing_unite,'   Coût actuel : ',
            ing_cout,' € (au ',ing_dateMaj_jour,'/',
            ing_dateMaj_mois,'/',ing_dateMaj_annee,')'
         MOVE 0 TO WrcCoutSaisi
         DISPLAY 'Nouveau coût HT par unité (0 pour conserver) :'
         ACCEPT WrcCoutSaisi
         IF WrcCoutSaisi NOT = 0 THEN
          MOVE WrcCoutSaisi TO ing_cout
          MOVE A4 TO ing_dateMaj_annee
          MOVE MM TO ing_dateMaj_mois
          MOVE JJ TO ing_dateMaj_jour
          REWRITE ingTampon
          DISPLAY 'Coût mis à jour'
         END-IF
       END-READ
       CLOSE fingredients.

      **************** LISTER_INGREDIENTS ********************
      * Liste des ingrédients avec leur coût courant
      ******************************************************
       LISTER_INGREDIENTS.

       OPEN INPUT fingredients
       MOVE 0 TO Wtrouve
       MOVE 0 TO WrcFin
       PERFORM WITH TEST AFTER UNTIL WrcFin = 1
        READ fingredients NEXT
         AT END MOVE 1 TO WrcFin
         NOT AT END
          MOVE 1 TO Wtrouve
          DISPLAY '  ',ing_nom,' : ',ing_cout,' € / ',ing_unite,
             ' (au ',ing_dateMaj_jour,'/',ing_dateMaj_mois,'/',
             ing_dateMaj_annee,')'
        END-READ
       END-PERFORM
       IF Wtrouve = 0 THEN
        DISPLAY 'Aucun ingrédient enregistré'
       END-IF
       CLOSE fingredients.

      *************** SUPPRIMER_INGREDIENT ********************
      * Supprime un ingrédient qui n'entre plus dans aucune
      * recette
      ******************************************************
       SUPPRIMER_INGREDIENT.

       OPEN I-O fingredients
       OPEN INPUT frecettes
       DISPLAY 'Nom de l''ingrédient à supprimer :'
       ACCEPT ing_nom
       READ fingredients
        INVALID KEY
         DISPLAY 'Aucun ingrédient ne porte ce nom'
        NOT INVALID KEY
         MOVE 0 TO Wtrouve
         MOVE ing_nom TO rec_ingredient
         START frecettes, KEY IS = rec_ingredient
          INVALID KEY CONTINUE
          NOT INVALID KEY
           READ frecettes NEXT
            NOT AT END
             MOVE 1 TO Wtrouve
             DISPLAY 'Ingrédient utilisé dans la recette de ',
                rec_plat
           END-READ
         END-START
         IF Wtrouve = 1 THEN
          DISPLAY 'Vous ne pouvez pas supprimer un ingrédient'
     -           ' utilisé dans une recette'
         ELSE
          MOVE 0 TO Wchoix
          PERFORM WITH TEST AFTER UNTIL Wchoix = 1 OR Wchoix = 0
           DISPLAY 'Supprimer définitivement cet ingrédient'
     -            ' (1:oui 0:non) ?'
           ACCEPT Wchoix
          END-PERFORM
          IF Wchoix = 1 THEN
           DELETE fingredients
            INVALID KEY
             DISPLAY 'L''ingrédient n''a pas été supprimé'
            NOT INVALID KEY
             DISPLAY 'Ingrédient supprimé'
           END-DELETE
          ELSE
           DISPLAY 'La suppression a été annulée'
          END-IF
         END-IF
       END-READ
       CLOSE frecettes
       CLOSE fingredients.

      ****************** GERER_RECETTE ***********************
      * Fiche recette d'un plat de la carte : quantité de
      * chaque ingrédient par portion (dans l'unité d'achat de
      * l'ingrédient), coût matière de la portion et ratio sur
      * le prix carte hors taxes
      ******************************************************
       GERER_RECETTE.

       DISPLAY '|====================================|'
       DISPLAY '|===========    FICHE     ===========|'
       DISPLAY '|===========   RECETTE    ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

        OPEN INPUT fplats
        DISPLAY 'Nom du plat :'
        ACCEPT fp_nom
        READ fplats
         INVALID KEY
          DISPLAY 'Aucun plat ne porte ce nom'
         NOT INVALID KEY
          MOVE fp_nom TO WrcPlat
          COMPUTE WrcPrixHT ROUNDED = fp_prix * 100
             / (100 + fp_tauxTVA)
          MOVE 9 TO WrcChoix
          PERFORM WITH TEST AFTER UNTIL WrcChoix = 0
           PERFORM AFFICHER_RECETTE
           DISPLAY 'Que souhaitez vous faire ?'
           DISPLAY ' 1 - Ajouter ou modifier un ingrédient'
     -            ' (quantité 0 pour le retirer)'
           DISPLAY ' 0 - Retour'
           ACCEPT WrcChoix
           IF WrcChoix = 1 THEN
            PERFORM SAISIR_LIGNE_RECETTE
           END-IF
          END-PERFORM
        END-READ
        CLOSE fplats

       DISPLAY '-====================================-'.

      ***************** AFFICHER_RECETTE *********************
      * Affiche la recette du plat WrcPlat avec le coût de
      * chaque ligne, le coût matière de la portion et son
      * ratio sur le prix carte HT (WrcPrixHT)
      ******************************************************
       AFFICHER_RECETTE.

       OPEN INPUT frecettes
       OPEN INPUT fingredients
       DISPLAY ' '
       DISPLAY 'Recette de ',WrcPlat
       MOVE 1 TO WrcAffiche
       PERFORM CALCULER_COUT_PLAT
       MOVE 0 TO WrcAffiche
       CLOSE fingredients
       CLOSE frecettes
       IF WrcNbIng = 0 THEN
        DISPLAY '  (aucun ingrédient saisi)'
       ELSE
        DISPLAY 'Coût matière de la portion : ',WrcCout,' €'
        IF WrcPrixHT > 0 THEN
         COMPUTE WrcRatio ROUNDED = WrcCout * 100 / WrcPrixHT
          ON SIZE ERROR MOVE 9999.99 TO WrcRatio
         END-COMPUTE
         DISPLAY 'Prix carte HT : ',WrcPrixHT,' € - coût'
     -          ' matière : ',WrcRatio,' %'
        END-IF
        IF WrcManque = 1 THEN
         DISPLAY 'ATTENTION : ingrédient(s) inconnu(s), coût'
     -          ' incomplet'
        END-IF
       END-IF
       DISPLAY ' '.

      *************** SAISIR_LIGNE_RECETTE ********************
      * Ajoute, modifie ou retire (quantité 0) un ingrédient de
      * la recette du plat WrcPlat
      ******************************************************
       SAISIR_LIGNE_RECETTE.

       OPEN INPUT fingredients
       OPEN I-O frecettes
       MOVE SPACES TO WrcIngredient
       PERFORM WITH TEST AFTER UNTIL WrcIngredient NOT = SPACES
        DISPLAY 'Nom de l''ingrédient :'
        ACCEPT WrcIngredient
       END-PERFORM
       MOVE WrcIngredient TO ing_nom
       READ fingredients
        INVALID KEY
         DISPLAY 'Ingrédient inconnu : le créer d''abord dans le'
     -          ' fichier des ingrédients'
        NOT INVALID KEY
         MOVE 0 TO WrcQuantite
         DISPLAY 'Quantité par portion (en ',ing_unite,
            ', 0 pour retirer) :'
         ACCEPT WrcQuantite
         MOVE WrcPlat TO rec_plat
         MOVE WrcIngredient TO rec_ingredient
         READ frecettes
          INVALID KEY
           IF WrcQuantite NOT = 0 THEN
            MOVE WrcPlat TO rec_plat
            MOVE WrcIngredient TO rec_ingredient
            MOVE WrcQuantite TO rec_quantite
            WRITE recTampon
             INVALID KEY
              DISPLAY 'Erreur lors de l''enregistrement'
             NOT INVALID KEY
              DISPLAY 'Ingrédient ajouté à la recette'
            END-WRITE
           END-IF
          NOT INVALID KEY
           IF WrcQuantite = 0 THEN
            DELETE frecettes
             NOT INVALID KEY
              DISPLAY 'Ingrédient retiré de la recette'
            END-DELETE
           ELSE
            MOVE WrcQuantite TO rec_quantite
            REWRITE recTampon
            DISPLAY 'Quantité mise à jour'
           END-IF
         END-READ
       END-READ
       CLOSE frecettes
       CLOSE fingredients.

      **************** CALCULER_COUT_PLAT ********************
      * Coût matière d'une portion du plat WrcPlat : somme des
      * quantités de la recette valorisées au coût courant des
      * ingrédients. Rend WrcCout, le nombre de lignes WrcNbIng
      * et WrcManque = 1 si un ingrédient est introuvable. Les
      * lignes sont affichées si WrcAffiche = 1. frecettes et
      * fingredients sont ouverts en entrée par l'appelant.
      ******************************************************
       CALCULER_COUT_PLAT.

       MOVE 0 TO WrcCout
       MOVE 0 TO WrcNbIng
       MOVE 0 TO WrcManque
       MOVE WrcPlat TO rec_plat
       MOVE SPACES TO rec_ingredient
       START frecettes KEY IS >= rec_cle
        INVALID KEY CONTINUE
        NOT INVALID KEY
         MOVE 0 TO WrcFin
         PERFORM WITH TEST AFTER UNTIL WrcFin = 1
          READ frecettes NEXT
           AT END MOVE 1 TO WrcFin
           NOT AT END
            IF rec_plat NOT = WrcPlat THEN
             MOVE 1 TO WrcFin
            ELSE
             ADD 1 TO WrcNbIng
             MOVE rec_ingredient TO ing_nom
             READ fingredients
              INVALID KEY
               MOVE 1 TO WrcManque
               IF WrcAffiche = 1 THEN
                DISPLAY '  ',rec_ingredient,' : ',rec_quantite,
                   ' - ingrédient inconnu'
               END-IF
              NOT INVALID KEY
               COMPUTE WrcCoutLigne ROUNDED = rec_quantite
                  * ing_cout
               ADD WrcCoutLigne TO WrcCout
               IF WrcAffiche = 1 THEN
                DISPLAY '  ',rec_ingredient,' : ',rec_quantite,
                   ' ',ing_unite,' x ',ing_cout,' € = ',
                   WrcCoutLigne,' €'
               END-IF
             END-READ
            END-IF
          END-READ
         END-PERFORM
       END-START.

      ************** SUPPRIMER_RECETTE_PLAT *******************
      * Supprime les lignes de recette du plat WnomP, après
      * suppression du plat
      ******************************************************
       SUPPRIMER_RECETTE_PLAT.

       OPEN I-O frecettes
       MOVE WnomP TO rec_plat
       MOVE SPACES TO rec_ingredient
       START frecettes KEY IS >= rec_cle
        INVALID KEY CONTINUE
        NOT INVALID KEY
         MOVE 0 TO WrcFin
         PERFORM WITH TEST AFTER UNTIL WrcFin = 1
          READ frecettes NEXT
           AT END MOVE 1 TO WrcFin
           NOT AT END
            IF rec_plat NOT = WnomP THEN
             MOVE 1 TO WrcFin
            ELSE
             DELETE frecettes
            END-IF
          END-READ
         END-PERFORM
       END-START
       CLOSE frecettes.

      *************** RAPPORT_MARGE_MENUS *********************
      * Rapport de marge des menus : coût matière de l'entrée,
      * du plat et du dessert (recettes valorisées) rapporté au
      * prix carte fm_prix et au prix local frm_prixLocal de
      * chaque restaurant, hors taxes. Les ratios sont pondérés
      * par les menus réellement vendus (lignes fresamenus des
      * réservations passées non annulées), par menu puis par
      * restaurant. Les menus au-dessus du ratio cible de coût
      * matière sont signalés.
      ******************************************************
       RAPPORT_MARGE_MENUS.

       DISPLAY '|====================================|'
       DISPLAY '|===========  MARGE DES   ===========|'
       DISPLAY '|===========    MENUS     ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

        MOVE 0 TO WmgCible
        DISPLAY 'Ratio cible de coût matière en % (0 pour 30 %) :'
        ACCEPT WmgCible
        IF WmgCible = 0 THEN
         MOVE 30 TO WmgCible
        END-IF
        ACCEPT SYS-DATE8 FROM DATE YYYYMMDD
        MOVE SYS-DATE8 TO WmgJour8

        MOVE 0 TO WmgNbMenus
        MOVE 0 TO WmgNbAlerte
        MOVE 0 TO WmgRNb
        MOVE 0 TO WrcAffiche
        OPEN INPUT fmenus
        OPEN INPUT fplats
        OPEN INPUT frmenus
        OPEN INPUT fresamenus
        OPEN INPUT freservations
        OPEN INPUT frecettes
        OPEN INPUT fingredients
        MOVE 0 TO WmgFinM
        PERFORM WITH TEST AFTER UNTIL WmgFinM = 1
         READ fmenus NEXT
          AT END MOVE 1 TO WmgFinM
          NOT AT END
           PERFORM MARGE_UN_MENU
         END-READ
        END-PERFORM
        CLOSE fingredients
        CLOSE frecettes
        CLOSE freservations
        CLOSE fresamenus
        CLOSE frmenus
        CLOSE fplats
        CLOSE fmenus

        DISPLAY '--------------------------------------'
        DISPLAY 'Coût matière pondéré par restaurant :'
        MOVE 1 TO WmgIx
        PERFORM WITH TEST BEFORE UNTIL WmgIx > WmgRNb
         IF WmgRHT(WmgIx) > 0 THEN
          COMPUTE WrcRatio ROUNDED = WmgRCout(WmgIx) * 100
             / WmgRHT(WmgIx)
           ON SIZE ERROR MOVE 9999.99 TO WrcRatio
          END-COMPUTE
          IF WrcRatio > WmgCible THEN
           DISPLAY '  Restaurant ',WmgRRest(WmgIx),' : ',
              WmgRVendus(WmgIx),' menu(s) vendu(s) - ',WrcRatio,
              ' % *** AU-DESSUS DE LA CIBLE'
          ELSE
           DISPLAY '  Restaurant ',WmgRRest(WmgIx),' : ',
              WmgRVendus(WmgIx),' menu(s) vendu(s) - ',WrcRatio,
              ' %'
          END-IF
         END-IF
         ADD 1 TO WmgIx
        END-PERFORM
        DISPLAY ' '
        DISPLAY WmgNbMenus,' menu(s) analysé(s), ',WmgNbAlerte,
           ' au-dessus de la cible de ',WmgCible,' %'

       DISPLAY '-====================================-'.

      ****************** MARGE_UN_MENU ***********************
      * Ligne du rapport de marge pour le menu courant
      * (mTampon) : coût matière, ratio au prix carte, puis par
      * restaurant proposant ou ayant vendu le menu
      ******************************************************
       MARGE_UN_MENU.

       ADD 1 TO WmgNbMenus
       MOVE 0 TO WmgAlerte
       MOVE 0 TO WmgCoutMenu
       MOVE 0 TO WmgIncomplet
       MOVE fm_entree TO WrcPlat
       PERFORM CALCULER_COUT_PLAT
       ADD WrcCout TO WmgCoutMenu
       IF WrcNbIng = 0 OR WrcManque = 1 THEN
        MOVE 1 TO WmgIncomplet
       END-IF
       MOVE fm_plat TO WrcPlat
       PERFORM CALCULER_COUT_PLAT
       ADD WrcCout TO WmgCoutMenu
       IF WrcNbIng = 0 OR WrcManque = 1 THEN
        MOVE 1 TO WmgIncomplet
       END-IF
       MOVE fm_dessert TO WrcPlat
       PERFORM CALCULER_COUT_PLAT
       ADD WrcCout TO WmgCoutMenu
       IF WrcNbIng = 0 OR WrcManque = 1 THEN
        MOVE 1 TO WmgIncomplet
       END-IF

       DISPLAY '--------------------------------------'
       DISPLAY 'Menu ',fm_nom
       DISPLAY '  Coût matière : ',WmgCoutMenu,' €'
       IF WmgIncomplet = 1 THEN
        DISPLAY '  (recette incomplète : coût sous-estimé)'
       END-IF
       MOVE fm_prix TO WtvaPrixLigne
       PERFORM MARGE_PRIX_HT
       IF WrcRatio > WmgCible THEN
        MOVE 1 TO WmgAlerte
        DISPLAY '  Prix carte : ',fm_prix,' € (HT ',WrcPrixHT,
           ' €) - ',WrcRatio,' % *** AU-DESSUS DE LA CIBLE'
       ELSE
        DISPLAY '  Prix carte : ',fm_prix,' € (HT ',WrcPrixHT,
           ' €) - ',WrcRatio,' %'
       END-IF

      *restaurants proposant le menu à leur prix local
       MOVE 0 TO WmgMNb
       MOVE fm_nom TO frm_nomMenu
       START frmenus, KEY IS = frm_nomMenu
        INVALID KEY CONTINUE
        NOT INVALID KEY
         MOVE 0 TO WmgFinL
         PERFORM WITH TEST AFTER UNTIL WmgFinL = 1
          READ frmenus NEXT
           AT END MOVE 1 TO WmgFinL
           NOT AT END
            IF frm_nomMenu NOT = fm_nom THEN
             MOVE 1 TO WmgFinL
            ELSE
             IF WmgMNb < 50 THEN
              ADD 1 TO WmgMNb
              MOVE frm_idrest TO WmgMRest(WmgMNb)
              MOVE frm_prixLocal TO WmgMPrix(WmgMNb)
              MOVE 0 TO WmgMVendus(WmgMNb)
             END-IF
            END-IF
          END-READ
         END-PERFORM
       END-START

      *menus vendus : réservations passées non annulées
       MOVE fm_nom TO frd_nomMenu
       START fresamenus, KEY IS = frd_nomMenu
        INVALID KEY CONTINUE
        NOT INVALID KEY
         MOVE 0 TO WmgFinL
         PERFORM WITH TEST AFTER UNTIL WmgFinL = 1
          READ fresamenus NEXT
           AT END MOVE 1 TO WmgFinL
           NOT AT END
            IF frd_nomMenu NOT = fm_nom THEN
             MOVE 1 TO WmgFinL
            ELSE
             MOVE frd_idresa TO frs_id
             READ freservations
              INVALID KEY CONTINUE
              NOT INVALID KEY
               COMPUTE WmgDate8 = frs_date_annee * 10000
                  + frs_date_mois * 100 + frs_date_jour
               IF frs_statut < 3 AND WmgDate8 <= WmgJour8 THEN
                PERFORM MARGE_COMPTER_VENTE
               END-IF
             END-READ
            END-IF
          END-READ
         END-PERFORM
       END-START

       MOVE 0 TO WmgPondCout
       MOVE 0 TO WmgPondHT
       MOVE 1 TO WmgIx
       PERFORM WITH TEST BEFORE UNTIL WmgIx > WmgMNb
        PERFORM MARGE_MENU_RESTAURANT
        ADD 1 TO WmgIx
       END-PERFORM
       IF WmgPondHT > 0 THEN
        COMPUTE WrcRatio ROUNDED = WmgPondCout * 100 / WmgPondHT
         ON SIZE ERROR MOVE 9999.99 TO WrcRatio
        END-COMPUTE
        IF WrcRatio > WmgCible THEN
         MOVE 1 TO WmgAlerte
         DISPLAY '  Pondéré par les ventes : ',WrcRatio,
            ' % *** AU-DESSUS DE LA CIBLE'
        ELSE
         DISPLAY '  Pondéré par les ventes : ',WrcRatio,' %'
        END-IF
       ELSE
        DISPLAY '  Aucune vente enregistrée'
       END-IF
       IF WmgAlerte = 1 THEN
        ADD 1 TO WmgNbAlerte
       END-IF.

      *************** MARGE_COMPTER_VENTE *********************
      * Compte une vente du menu courant dans le restaurant de
      * la réservation lue (restaurant ajouté au prix carte
      * s'il ne propose pas le menu à un prix local)
      ******************************************************
       MARGE_COMPTER_VENTE.

       MOVE 0 TO WmgTrouve
       MOVE 1 TO WmgIy
       PERFORM WITH TEST BEFORE UNTIL WmgIy > WmgMNb
          OR WmgTrouve = 1
        IF WmgMRest(WmgIy) = frs_idrest THEN
         MOVE 1 TO WmgTrouve
        ELSE
         ADD 1 TO WmgIy
        END-IF
       END-PERFORM
       IF WmgTrouve = 0 AND WmgMNb < 50 THEN
        ADD 1 TO WmgMNb
        MOVE WmgMNb TO WmgIy
        MOVE frs_idrest TO WmgMRest(WmgIy)
        MOVE fm_prix TO WmgMPrix(WmgIy)
        MOVE 0 TO WmgMVendus(WmgIy)
        MOVE 1 TO WmgTrouve
       END-IF
       IF WmgTrouve = 1 THEN
        ADD 1 TO WmgMVendus(WmgIy)
       END-IF.

      ************** MARGE_MENU_RESTAURANT ********************
      * Ligne restaurant WmgIx du menu courant : ratio au prix
      * local HT, cumul des pondérations du menu et du
      * restaurant (table WmgRTable)
      ******************************************************
       MARGE_MENU_RESTAURANT.

       MOVE WmgMPrix(WmgIx) TO WtvaPrixLigne
       PERFORM MARGE_PRIX_HT
       IF WrcRatio > WmgCible THEN
        MOVE 1 TO WmgAlerte
        DISPLAY '  Restaurant ',WmgMRest(WmgIx),' : ',
           WmgMPrix(WmgIx),' € (HT ',WrcPrixHT,' €) - ',WrcRatio,
           ' % - ',WmgMVendus(WmgIx),' vendu(s) ***'
       ELSE
        DISPLAY '  Restaurant ',WmgMRest(WmgIx),' : ',
           WmgMPrix(WmgIx),' € (HT ',WrcPrixHT,' €) - ',WrcRatio,
           ' % - ',WmgMVendus(WmgIx),' vendu(s)'
       END-IF
       COMPUTE WmgPondCout = WmgPondCout
          + WmgCoutMenu * WmgMVendus(WmgIx)
       COMPUTE WmgPondHT = WmgPondHT
          + WrcPrixHT * WmgMVendus(WmgIx)

       MOVE 0 TO WmgTrouve
       MOVE 1 TO WmgIy
       PERFORM WITH TEST BEFORE UNTIL WmgIy > WmgRNb
          OR WmgTrouve = 1
        IF WmgRRest(WmgIy) = WmgMRest(WmgIx) THEN
         MOVE 1 TO WmgTrouve
        ELSE
         ADD 1 TO WmgIy
        END-IF
       END-PERFORM
       IF WmgTrouve = 0 AND WmgRNb < 50 THEN
        ADD 1 TO WmgRNb
        MOVE WmgRNb TO WmgIy
        MOVE WmgMRest(WmgIx) TO WmgRRest(WmgIy)
        MOVE 0 TO WmgRCout(WmgIy)
        MOVE 0 TO WmgRHT(WmgIy)
        MOVE 0 TO WmgRVendus(WmgIy)
        MOVE 1 TO WmgTrouve
       END-IF
       IF WmgTrouve = 1 THEN
        COMPUTE WmgRCout(WmgIy) = WmgRCout(WmgIy)
           + WmgCoutMenu * WmgMVendus(WmgIx)
        COMPUTE WmgRHT(WmgIy) = WmgRHT(WmgIy)
           + WrcPrixHT * WmgMVendus(WmgIx)
        ADD WmgMVendus(WmgIx) TO WmgRVendus(WmgIy)
       END-IF.

      ***************** MARGE_PRIX_HT ************************
      * Prix HT (WrcPrixHT) du prix TTC WtvaPrixLigne du menu
      * courant, ventilé entre les taux de ses plats, et ratio
      * de coût matière WmgCoutMenu sur ce prix (WrcRatio).
      * fplats est ouvert en entrée par l'appelant.
      ******************************************************
       MARGE_PRIX_HT.

       MOVE 0 TO WtvaNb
       MOVE WtvaPrixLigne TO WprixTotal
       PERFORM CALCULER_TVA_MENU_OUVERT
       PERFORM CALCULER_TOTAUX_TVA
       MOVE WtvaHT TO WrcPrixHT
       IF WrcPrixHT > 0 THEN
        COMPUTE WrcRatio ROUNDED = WmgCoutMenu * 100 / WrcPrixHT
         ON SIZE ERROR MOVE 9999.99 TO WrcRatio
        END-COMPUTE
       ELSE
        MOVE 0 TO WrcRatio
       END-IF.
