      *************** GERER_FOURNISSEURS *********************
      * Fichier des fournisseurs des cuisines et rattachement
      * des plats et ingrédients à leur fournisseur : taille du
      * colis (en portions pour un plat, en unités d'achat pour
      * un ingrédient), délai de livraison en jours et prix du
      * colis. Ces liens servent aux propositions de commande
      * (PROPOSER_COMMANDES).
      ******************************************************
       GERER_FOURNISSEURS.

       DISPLAY '|====================================|'
       DISPLAY '|=========== FOURNISSEURS ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

        MOVE 9 TO WfoChoix
        PERFORM WITH TEST AFTER UNTIL WfoChoix = 0
         DISPLAY 'Que souhaitez vous faire ?'
         DISPLAY ' 1 - Créer un fournisseur'
         DISPLAY ' 2 - Modifier un fournisseur'
         DISPLAY ' 3 - Liste des fournisseurs'
         DISPLAY ' 4 - Rattacher un plat ou un ingrédient'
         DISPLAY ' 5 - Articles d''un fournisseur'
         DISPLAY ' 0 - Retour'
         ACCEPT WfoChoix
         EVALUATE WfoChoix
          WHEN 1
           PERFORM AJOUTER_FOURNISSEUR
          WHEN 2
           PERFORM MODIFIER_FOURNISSEUR
          WHEN 3
           PERFORM LISTER_FOURNISSEURS
          WHEN 4
           PERFORM LIER_ARTICLE_FOURNISSEUR
          WHEN 5
           PERFORM LISTER_ARTICLES_FOURNISSEUR
         END-EVALUATE
        END-PERFORM

       DISPLAY '-====================================-'.

      *************** AJOUTER_FOURNISSEUR ********************
      * Crée un fournisseur, identifiant tiré du compteur
      * FOURNISSEUR
      ******************************************************
       AJOUTER_FOURNISSEUR.

       OPEN I-O ffournisseurs
       OPEN I-O fcompteurs
       MOVE 'FOURNISSEUR' TO WcptNom
       PERFORM PROCHAIN_COMPTEUR
       CLOSE fcompteurs
       MOVE WseqVal TO four_id
       MOVE SPACES TO four_nom
       PERFORM WITH TEST AFTER UNTIL four_nom NOT = SPACES
        DISPLAY 'Raison sociale du fournisseur :'
        ACCEPT four_nom
       END-PERFORM
       DISPLAY 'Nom du contact :'
       ACCEPT four_contact
       MOVE SPACES TO four_mail
       PERFORM WITH TEST AFTER UNTIL four_mail NOT = SPACES
        DISPLAY 'Adresse mail de réception des commandes :'
        ACCEPT four_mail
       END-PERFORM
       MOVE 0 TO Wtel
       PERFORM WITH TEST AFTER UNTIL Wtel > 0100000000
          AND Wtel < 0999999999
        DISPLAY 'Numero de telephone (ex: 0204124874) :'
        ACCEPT Wtel
       END-PERFORM
       MOVE Wtel TO four_tel
       MOVE 1 TO four_actif
       WRITE fourTampon
        INVALID KEY
         DISPLAY 'Erreur lors de la création du fournisseur'
        NOT INVALID KEY
         DISPLAY 'Fournisseur créé sous le numéro ',four_id
         MOVE 'FOURNISSEUR' TO WaudFichier
         MOVE 'AJOUT' TO WaudOperation
         MOVE SPACES TO WaudCleAvant
         MOVE four_id TO WaudCleApres
         PERFORM ENREGISTRER_AUDIT
       END-WRITE
       CLOSE ffournisseurs.

      *************** MODIFIER_FOURNISSEUR *******************
      * Met à jour le contact, le mail, le téléphone et l'état
      * actif d'un fournisseur. Un fournisseur inactif ne reçoit
      * plus de proposition de commande.
      ******************************************************
       MODIFIER_FOURNISSEUR.

       OPEN I-O ffournisseurs
       DISPLAY 'Numéro du fournisseur :'
       ACCEPT four_id
       READ ffournisseurs
        INVALID KEY
         DISPLAY 'Aucun fournisseur ne porte ce numéro'
        NOT INVALID KEY
         DISPLAY 'Fournisseur : ',four_nom
         DISPLAY 'Contact actuel : ',four_contact
         DISPLAY 'Nouveau contact :'
         ACCEPT four_contact
         DISPLAY 'Mail actuel : ',four_mail
         MOVE SPACES TO four_mail
         PERFORM WITH TEST AFTER UNTIL four_mail NOT = SPACES
          DISPLAY 'Nouvelle adresse mail :'
          ACCEPT four_mail
         END-PERFORM
         DISPLAY 'Téléphone actuel : ',four_tel
         MOVE 0 TO Wtel
         PERFORM WITH TEST AFTER UNTIL Wtel > 0100000000
            AND Wtel < 0999999999
          DISPLAY 'Nouveau numero de telephone :'
          ACCEPT Wtel
         END-PERFORM
         MOVE Wtel TO four_tel
         PERFORM WITH TEST AFTER UNTIL four_actif = 1
            OR four_actif = 0
          DISPLAY 'Fournisseur actif ? (1 : oui ; 0 : non) :'
          ACCEPT four_actif
         END-PERFORM
         REWRITE fourTampon
         DISPLAY 'Fournisseur mis à jour'
         MOVE 'FOURNISSEUR' TO WaudFichier
         MOVE 'MODIF' TO WaudOperation
         MOVE four_id TO WaudCleAvant
         MOVE four_id TO WaudCleApres
         PERFORM ENREGISTRER_AUDIT
       END-READ
       CLOSE ffournisseurs.

      *************** LISTER_FOURNISSEURS ********************
      * Liste des fournisseurs
      ******************************************************
       LISTER_FOURNISSEURS.

       OPEN INPUT ffournisseurs
       MOVE 0 TO Wtrouve
       MOVE 0 TO WfoFin
       PERFORM WITH TEST AFTER UNTIL WfoFin = 1
        READ ffournisseurs NEXT
         AT END MOVE 1 TO WfoFin
         NOT AT END
          MOVE 1 TO Wtrouve
          IF FOURNISSEUR-ACTIF THEN
           DISPLAY '  ',four_id,' ',four_nom,' ',four_mail
          ELSE
           DISPLAY '  ',four_id,' ',four_nom,' (inactif)'
          END-IF
        END-READ
       END-PERFORM
       IF Wtrouve = 0 THEN
        DISPLAY 'Aucun fournisseur enregistré'
       END-IF
       CLOSE ffournisseurs.

      ************* LIER_ARTICLE_FOURNISSEUR *****************
      * Rattache un plat de la carte ou un ingrédient à son
      * fournisseur. Un article n'a qu'un fournisseur : le
      * rattacher à nouveau remplace le lien existant, une
      * taille de colis à 0 le supprime. Un plat rattaché est
      * commandé tel quel (plat acheté fini) ; un plat sans lien
      * est commandé au travers des ingrédients de sa recette.
      ******************************************************
       LIER_ARTICLE_FOURNISSEUR.

       MOVE SPACES TO WpcTypeCour
       PERFORM WITH TEST AFTER UNTIL WpcTypeCour = 'P'
          OR WpcTypeCour = 'I'
        DISPLAY 'Article : P pour un plat, I pour un ingrédient :'
        ACCEPT WpcTypeCour
       END-PERFORM
       MOVE 0 TO Wtrouve
       IF WpcTypeCour = 'P' THEN
        OPEN INPUT fplats
        DISPLAY 'Nom du plat :'
        ACCEPT fp_nom
        READ fplats
         INVALID KEY
          DISPLAY 'Aucun plat ne porte ce nom'
         NOT INVALID KEY
          MOVE 1 TO Wtrouve
          MOVE fp_nom TO WpcArtCour
        END-READ
        CLOSE fplats
       ELSE
        OPEN INPUT fingredients
        DISPLAY 'Nom de l''ingrédient :'
        ACCEPT ing_nom
        READ fingredients
         INVALID KEY
          DISPLAY 'Aucun ingrédient ne porte ce nom'
         NOT INVALID KEY
          MOVE 1 TO Wtrouve
          MOVE ing_nom TO WpcArtCour
          DISPLAY 'Unité d''achat : ',ing_unite
        END-READ
        CLOSE fingredients
       END-IF

       IF Wtrouve = 1 THEN
        OPEN I-O fliensfour
        MOVE WpcArtCour TO lf_article
        READ fliensfour
         INVALID KEY
          MOVE 0 TO Wtrouve
         NOT INVALID KEY
          MOVE 2 TO Wtrouve
          DISPLAY 'Lien actuel : fournisseur ',lf_idfour,
             ', colis de ',lf_colis,', délai ',lf_delai,' jour(s)'
        END-READ
        OPEN INPUT ffournisseurs
        MOVE 0 TO WfoId
        PERFORM WITH TEST AFTER UNTIL WfoId NOT = 0
         DISPLAY 'Numéro du fournisseur :'
         ACCEPT four_id
         READ ffournisseurs
          INVALID KEY
           DISPLAY 'Aucun fournisseur ne porte ce numéro'
          NOT INVALID KEY
           IF FOURNISSEUR-ACTIF THEN
            MOVE four_id TO WfoId
           ELSE
            DISPLAY 'Ce fournisseur est inactif'
           END-IF
         END-READ
        END-PERFORM
        CLOSE ffournisseurs
        DISPLAY 'Taille du colis (portions ou unités d''achat,'
     -          ' 0 pour supprimer le lien) :'
        ACCEPT lf_colis
        IF lf_colis = 0 THEN
         IF Wtrouve = 2 THEN
          MOVE WpcArtCour TO lf_article
          DELETE fliensfour
          DISPLAY 'Lien supprimé'
         ELSE
          DISPLAY 'Aucun lien à supprimer'
         END-IF
        ELSE
         MOVE WpcArtCour TO lf_article
         MOVE WpcTypeCour TO lf_type
         MOVE WfoId TO lf_idfour
         DISPLAY 'Délai de livraison en jours :'
         ACCEPT lf_delai
         DISPLAY 'Prix HT du colis :'
         ACCEPT lf_prixColis
         IF Wtrouve = 2 THEN
          REWRITE lfTampon
          DISPLAY 'Lien mis à jour'
         ELSE
          WRITE lfTampon
           INVALID KEY
            DISPLAY 'Erreur lors de la création du lien'
           NOT INVALID KEY
            DISPLAY 'Article rattaché au fournisseur ',WfoId
          END-WRITE
         END-IF
        END-IF
        CLOSE fliensfour
       END-IF.

      ************ LISTER_ARTICLES_FOURNISSEUR ***************
      * Liste les plats et ingrédients rattachés à un fournisseur
      ******************************************************
       LISTER_ARTICLES_FOURNISSEUR.

       DISPLAY 'Numéro du fournisseur :'
       ACCEPT WfoId
       OPEN INPUT fliensfour
       MOVE 0 TO Wtrouve
       MOVE WfoId TO lf_idfour
       START fliensfour, KEY IS = lf_idfour
        INVALID KEY CONTINUE
        NOT INVALID KEY
         MOVE 0 TO WfoFin
         PERFORM WITH TEST AFTER UNTIL WfoFin = 1
          READ fliensfour NEXT
           AT END MOVE 1 TO WfoFin
           NOT AT END
            IF lf_idfour NOT = WfoId THEN
             MOVE 1 TO WfoFin
            ELSE
             MOVE 1 TO Wtrouve
             DISPLAY '  ',lf_type,' ',lf_article
             DISPLAY '     colis de ',lf_colis,' - ',lf_prixColis,
                ' € - délai ',lf_delai,' jour(s)'
            END-IF
          END-READ
         END-PERFORM
       END-START
       IF Wtrouve = 0 THEN
        DISPLAY 'Aucun article rattaché à ce fournisseur'
       END-IF
       CLOSE fliensfour.

      **************** GERER_COMMANDES ***********************
      * Commandes fournisseurs d'un restaurant : proposition
      * calculée sur la prévision cuisine, revue et confirmation
      * par le gérant (les commandes confirmées partent dans
      * commandes_fournisseurs.csv pour transmission aux
      * fournisseurs), réception qui réapprovisionne le stock
      * cuisine.
      ******************************************************
       GERER_COMMANDES.

       DISPLAY '|====================================|'
       DISPLAY '|===========  COMMANDES   ===========|'
       DISPLAY '|=========== FOURNISSEURS ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

       DISPLAY 'Identifiant du restaurant :'
       ACCEPT WidResto
       MOVE WidResto TO WidRestSauv
       PERFORM CONTROLER_ACCES_RESTAURANT
       IF WaccesOK = 0 THEN
        DISPLAY 'Vous ne gérez pas ce restaurant'
       ELSE
        MOVE 9 TO WpcChoix
        PERFORM WITH TEST AFTER UNTIL WpcChoix = 0
         DISPLAY 'Que souhaitez vous faire ?'
         DISPLAY ' 1 - Calculer une proposition de commande'
         DISPLAY ' 2 - Revoir et confirmer une commande'
         DISPLAY ' 3 - Réceptionner une livraison'
         DISPLAY ' 4 - Commandes en cours'
         DISPLAY ' 0 - Retour'
         ACCEPT WpcChoix
         EVALUATE WpcChoix
          WHEN 1
           MOVE 0 TO WpcHorizon
           PERFORM WITH TEST AFTER UNTIL WpcHorizon > 0
              AND WpcHorizon <= 14
            DISPLAY 'Nombre de jours à couvrir à partir de'
     -              ' demain (1 à 14) :'
            ACCEPT WpcHorizon
           END-PERFORM
           PERFORM PROPOSER_COMMANDES
           PERFORM LISTER_COMMANDES
          WHEN 2
           PERFORM CONFIRMER_COMMANDE
          WHEN 3
           PERFORM RECEPTIONNER_COMMANDE
          WHEN 4
           PERFORM LISTER_COMMANDES
         END-EVALUATE
        END-PERFORM
       END-IF

       DISPLAY '-====================================-'.

      *************** PROPOSER_COMMANDES *********************
      * Calcule la proposition de commande du restaurant
      * WidResto pour les WpcHorizon jours à partir de demain :
      * besoin = prévision cuisine (CUMULER_PREVISION_SERVICE,
      * midi et soir) moins les portions en stock. Un plat
      * rattaché à un fournisseur est commandé tel quel, les
      * autres sont décomposés selon leur recette en besoins
      * d'ingrédients. Chaque besoin est arrondi au colis
      * supérieur ; une commande est ouverte par fournisseur.
      * Les anciennes propositions non confirmées du restaurant
      * sont remplacées. Rend WpcNbLignes (lignes proposées) et
      * WpcNbSans (articles sans fournisseur).
      ******************************************************
       PROPOSER_COMMANDES.

       MOVE 0 TO WpcNbLignes
       MOVE 0 TO WpcNbSans
       MOVE WidResto TO WverrouRest
       PERFORM PRENDRE_VERROU_APP
       IF WverrouOK = 0 THEN
        DISPLAY 'Proposition abandonnée'
       ELSE
        OPEN I-O fcommandes
        PERFORM PURGER_PROPOSITIONS

      *besoins cumulés des plats sur l'horizon
        MOVE 0 TO WpcNb
        ACCEPT SYS-DATE8 FROM DATE YYYYMMDD
        MOVE SYS-DATE8 TO WpcAujourd
        COMPUTE WpcInt = FUNCTION INTEGER-OF-DATE(WpcAujourd) + 1
        MOVE FUNCTION DATE-OF-INTEGER(WpcInt) TO WpcPremier8
        MOVE 1 TO WpcJour
        PERFORM WITH TEST BEFORE UNTIL WpcJour > WpcHorizon
         COMPUTE WpcInt = FUNCTION INTEGER-OF-DATE(WpcAujourd)
            + WpcJour
         MOVE FUNCTION DATE-OF-INTEGER(WpcInt) TO WpcDate8
         COMPUTE Wdate_annee = WpcDate8 / 10000
         COMPUTE Wdate_mois = FUNCTION MOD(WpcDate8 / 100, 100)
         COMPUTE Wdate_jour = FUNCTION MOD(WpcDate8, 100)
         PERFORM CUMULER_PREVISION_SERVICE
         MOVE 1 TO WcuiIx
         PERFORM WITH TEST BEFORE UNTIL WcuiIx > WcuiNb
          MOVE WcuiNom(WcuiIx) TO WpcArtCour
          MOVE 'P' TO WpcTypeCour
          COMPUTE WpcQteCour = WcuiMidi(WcuiIx) + WcuiSoir(WcuiIx)
          PERFORM AJOUTER_BESOIN_COMMANDE
          ADD 1 TO WcuiIx
         END-PERFORM
         ADD 1 TO WpcJour
        END-PERFORM

      *déduction du stock cuisine, puis décomposition en
      *ingrédients des plats qui ne s'achètent pas finis
        OPEN INPUT fstockplats
        OPEN INPUT fliensfour
        OPEN INPUT frecettes
        MOVE WpcNb TO WpcNbPlats
        MOVE 1 TO WpcIx
        PERFORM WITH TEST BEFORE UNTIL WpcIx > WpcNbPlats
         MOVE WidResto TO stk_idrest
         MOVE WpcArticle(WpcIx) TO stk_nomPlat
         READ fstockplats
          NOT INVALID KEY
           IF stk_portions >= WpcQte(WpcIx) THEN
            MOVE 0 TO WpcQte(WpcIx)
           ELSE
            SUBTRACT stk_portions FROM WpcQte(WpcIx)
           END-IF
         END-READ
         IF WpcQte(WpcIx) > 0 THEN
          MOVE WpcArticle(WpcIx) TO lf_article
          READ fliensfour
           INVALID KEY
            PERFORM DECOMPOSER_BESOIN_PLAT
           NOT INVALID KEY
            IF NOT LIEN-PLAT THEN
             PERFORM DECOMPOSER_BESOIN_PLAT
            END-IF
          END-READ
         END-IF
         ADD 1 TO WpcIx
        END-PERFORM
        CLOSE frecettes
        CLOSE fstockplats

      *une ligne de commande par besoin restant, arrondie au
      *colis, regroupée par fournisseur
        OPEN INPUT ffournisseurs
        OPEN I-O fcompteurs
        MOVE 0 TO WpcFourNb
        MOVE 1 TO WpcIx
        PERFORM WITH TEST BEFORE UNTIL WpcIx > WpcNb
         IF WpcQte(WpcIx) > 0 THEN
          PERFORM ECRIRE_LIGNE_PROPOSITION
         END-IF
         ADD 1 TO WpcIx
        END-PERFORM
        CLOSE fcompteurs
        CLOSE ffournisseurs
        CLOSE fliensfour
        CLOSE fcommandes
        PERFORM RENDRE_VERROU_APP
        DISPLAY 'Restaurant ',WidResto,' : ',WpcNbLignes,
           ' ligne(s) proposée(s), ',WpcNbSans,
           ' article(s) sans fournisseur'
       END-IF.

      *************** PURGER_PROPOSITIONS ********************
      * Supprime les lignes encore au statut proposé du
      * restaurant WidResto (fcommandes ouvert en I-O)
      ******************************************************
       PURGER_PROPOSITIONS.

       MOVE WidResto TO cmd_idrest
       START fcommandes, KEY IS = cmd_idrest
        INVALID KEY CONTINUE
        NOT INVALID KEY
         MOVE 0 TO WpcFin
         PERFORM WITH TEST AFTER UNTIL WpcFin = 1
          READ fcommandes NEXT
           AT END MOVE 1 TO WpcFin
           NOT AT END
            IF cmd_idrest NOT = WidResto THEN
             MOVE 1 TO WpcFin
            ELSE
             IF CMD-PROPOSEE THEN
              DELETE fcommandes
             END-IF
            END-IF
          END-READ
         END-PERFORM
       END-START.

      ************* AJOUTER_BESOIN_COMMANDE ******************
      * Ajoute WpcQteCour au besoin de l'article WpcArtCour de
      * type WpcTypeCour (P plat, I ingrédient) dans WpcTable
      ******************************************************
       AJOUTER_BESOIN_COMMANDE.

       MOVE 0 TO WpcTrouve
       MOVE 1 TO WpcIy
       PERFORM WITH TEST BEFORE UNTIL WpcIy > WpcNb
          OR WpcTrouve = 1
        IF WpcArticle(WpcIy) = WpcArtCour
           AND WpcType(WpcIy) = WpcTypeCour THEN
         MOVE 1 TO WpcTrouve
        ELSE
         ADD 1 TO WpcIy
        END-IF
       END-PERFORM
       IF WpcTrouve = 0 THEN
        IF WpcNb < 200 THEN
         ADD 1 TO WpcNb
         MOVE WpcNb TO WpcIy
         MOVE WpcArtCour TO WpcArticle(WpcIy)
         MOVE WpcTypeCour TO WpcType(WpcIy)
         MOVE 0 TO WpcQte(WpcIy)
         MOVE 1 TO WpcTrouve
        ELSE
         DISPLAY 'ATTENTION : plus de 200 articles distincts, "',
            WpcArtCour,'" ignoré'
        END-IF
       END-IF
       IF WpcTrouve = 1 THEN
        ADD WpcQteCour TO WpcQte(WpcIy)
       END-IF.

      ************* DECOMPOSER_BESOIN_PLAT *******************
      * Remplace le besoin du plat WpcArticle(WpcIx) par les
      * besoins en ingrédients de sa recette. Un plat sans
      * recette garde son besoin et sera signalé sans
      * fournisseur.
      ******************************************************
       DECOMPOSER_BESOIN_PLAT.

       MOVE 0 TO WpcRecette
       MOVE WpcArticle(WpcIx) TO rec_plat
       MOVE LOW-VALUES TO rec_ingredient
       START frecettes KEY IS >= rec_cle
        INVALID KEY CONTINUE
        NOT INVALID KEY
         MOVE 0 TO WpcFinR
         PERFORM WITH TEST AFTER UNTIL WpcFinR = 1
          READ frecettes NEXT
           AT END MOVE 1 TO WpcFinR
           NOT AT END
            IF rec_plat NOT = WpcArticle(WpcIx) THEN
             MOVE 1 TO WpcFinR
            ELSE
             MOVE 1 TO WpcRecette
             MOVE rec_ingredient TO WpcArtCour
             MOVE 'I' TO WpcTypeCour
             COMPUTE WpcQteCour = WpcQte(WpcIx) * rec_quantite
             PERFORM AJOUTER_BESOIN_COMMANDE
            END-IF
          END-READ
         END-PERFORM
       END-START
       IF WpcRecette = 1 THEN
        MOVE 0 TO WpcQte(WpcIx)
       END-IF.

      ************* ECRIRE_LIGNE_PROPOSITION *****************
      * Ecrit la ligne proposée pour le besoin WpcIx : lien
      * fournisseur, arrondi au colis supérieur, numéro de
      * commande du fournisseur (un par fournisseur et par
      * proposition, tiré du compteur COMMANDE). fliensfour,
      * ffournisseurs, fcompteurs et fcommandes sont ouverts par
      * l'appelant.
      ******************************************************
       ECRIRE_LIGNE_PROPOSITION.

       MOVE WpcArticle(WpcIx) TO lf_article
       READ fliensfour
        INVALID KEY
         ADD 1 TO WpcNbSans
         MOVE WpcQte(WpcIx) TO WpcQteE
         DISPLAY 'Sans fournisseur : ',WpcArticle(WpcIx),
            ' besoin ',WpcQteE
        NOT INVALID KEY
         MOVE lf_idfour TO four_id
         READ ffournisseurs
          INVALID KEY
           MOVE 0 TO four_actif
         END-READ
         IF NOT FOURNISSEUR-ACTIF THEN
          ADD 1 TO WpcNbSans
          DISPLAY 'Fournisseur ',lf_idfour,' inactif : ',
             WpcArticle(WpcIx),' non commandé'
         ELSE
          MOVE 0 TO WpcTrouve
          MOVE 1 TO WpcFx
          PERFORM WITH TEST BEFORE UNTIL WpcFx > WpcFourNb
             OR WpcTrouve = 1
           IF WpcFourId(WpcFx) = lf_idfour THEN
            MOVE 1 TO WpcTrouve
           ELSE
            ADD 1 TO WpcFx
           END-IF
          END-PERFORM
          IF WpcTrouve = 0 AND WpcFourNb < 50 THEN
           MOVE 'COMMANDE' TO WcptNom
           PERFORM PROCHAIN_COMPTEUR
           ADD 1 TO WpcFourNb
           MOVE WpcFourNb TO WpcFx
           MOVE lf_idfour TO WpcFourId(WpcFx)
           MOVE WseqVal TO WpcFourNum(WpcFx)
           MOVE 0 TO WpcFourNbL(WpcFx)
           MOVE 1 TO WpcTrouve
          END-IF
          IF WpcTrouve = 1 AND WpcFourNbL(WpcFx) < 99 THEN
           ADD 1 TO WpcFourNbL(WpcFx)
           MOVE WpcFourNum(WpcFx) TO cmd_num
           MOVE WpcFourNbL(WpcFx) TO cmd_ligne
           MOVE WidResto TO cmd_idrest
           MOVE lf_idfour TO cmd_idfour
           MOVE WpcArticle(WpcIx) TO cmd_article
           MOVE WpcType(WpcIx) TO cmd_type
           MOVE WpcQte(WpcIx) TO cmd_besoin
           MOVE lf_colis TO cmd_colis
           COMPUTE WpcColis = WpcQte(WpcIx) / lf_colis
           IF WpcColis * lf_colis < WpcQte(WpcIx) THEN
            ADD 1 TO WpcColis
           END-IF
           MOVE WpcColis TO cmd_nbColis
           MOVE lf_prixColis TO cmd_prixColis
           MOVE 'P' TO cmd_statut
           MOVE WpcAujourd TO cmd_dateCmd
           COMPUTE WpcInt = FUNCTION INTEGER-OF-DATE(WpcAujourd)
              + lf_delai
           MOVE FUNCTION DATE-OF-INTEGER(WpcInt) TO cmd_dateLivr
           MOVE 0 TO cmd_nbRecus
           WRITE cmdTampon
            INVALID KEY
             DISPLAY 'Erreur lors de l''écriture de la commande'
            NOT INVALID KEY
             ADD 1 TO WpcNbLignes
      *un délai trop long ne couvre pas le premier service :
      *le gérant est prévenu pour se réapprovisionner autrement
             IF cmd_dateLivr > WpcPremier8 THEN
              DISPLAY 'ATTENTION : ',cmd_article,' livré le ',
                 cmd_dateLivr,' après le premier service'
             END-IF
           END-WRITE
          ELSE
           ADD 1 TO WpcNbSans
           DISPLAY 'ATTENTION : commande pleine, ',
              WpcArticle(WpcIx),' non commandé'
          END-IF
         END-IF
       END-READ.

      **************** LISTER_COMMANDES **********************
      * Liste les commandes en cours (proposées ou confirmées)
      * du restaurant WidResto
      ******************************************************
       LISTER_COMMANDES.

       OPEN INPUT fcommandes
       MOVE 0 TO Wtrouve
       MOVE 0 TO WpcNum
       MOVE WidResto TO cmd_idrest
       START fcommandes, KEY IS = cmd_idrest
        INVALID KEY CONTINUE
        NOT INVALID KEY
         MOVE 0 TO WpcFin
         PERFORM WITH TEST AFTER UNTIL WpcFin = 1
          READ fcommandes NEXT
           AT END MOVE 1 TO WpcFin
           NOT AT END
            IF cmd_idrest NOT = WidResto THEN
             MOVE 1 TO WpcFin
            ELSE
             IF CMD-PROPOSEE OR CMD-CONFIRMEE THEN
              MOVE 1 TO Wtrouve
              IF cmd_num NOT = WpcNum THEN
               MOVE cmd_num TO WpcNum
               DISPLAY 'Commande ',cmd_num,' fournisseur ',
                  cmd_idfour,' statut ',cmd_statut,
                  ' livraison ',cmd_dateLivr
              END-IF
              MOVE cmd_nbColis TO WpcColisE
              DISPLAY '  ',cmd_ligne,' ',cmd_article,' ',
                 WpcColisE,' colis de ',cmd_colis
             END-IF
            END-IF
          END-READ
         END-PERFORM
       END-START
       IF Wtrouve = 0 THEN
        DISPLAY 'Aucune commande en cours'
       ELSE
        DISPLAY '(statut P : proposée, C : confirmée)'
       END-IF
       CLOSE fcommandes.

      *************** CONFIRMER_COMMANDE *********************
      * Revue d'une commande proposée par le gérant : nombre de
      * colis modifiable ligne à ligne (0 retire la ligne), puis
      * confirmation ou abandon. A la confirmation les lignes
      * passent au statut C et sont ajoutées au fichier
      * commandes_fournisseurs.csv remis aux fournisseurs.
      ******************************************************
       CONFIRMER_COMMANDE.

       DISPLAY 'Numéro de la commande :'
       ACCEPT WpcNum
       MOVE WidResto TO WverrouRest
       PERFORM PRENDRE_VERROU_APP
       IF WverrouOK = 1 THEN
        OPEN I-O fcommandes
        MOVE 0 TO Wtrouve
        MOVE 0 TO WpcMontant
        MOVE WpcNum TO cmd_num
        MOVE 0 TO cmd_ligne
        START fcommandes KEY IS >= cmd_cle
         INVALID KEY CONTINUE
         NOT INVALID KEY
          MOVE 0 TO WpcFin
          PERFORM WITH TEST AFTER UNTIL WpcFin = 1
           READ fcommandes NEXT
            AT END MOVE 1 TO WpcFin
            NOT AT END
             IF cmd_num NOT = WpcNum THEN
              MOVE 1 TO WpcFin
             ELSE
              IF cmd_idrest = WidResto AND CMD-PROPOSEE THEN
               MOVE 1 TO Wtrouve
               MOVE cmd_besoin TO WpcQteE
               MOVE cmd_nbColis TO WpcColisE
               DISPLAY cmd_ligne,' ',cmd_article
               DISPLAY '   besoin ',WpcQteE,' : ',WpcColisE,
                  ' colis de ',cmd_colis,' à ',cmd_prixColis,' €'
               DISPLAY '   Modifier le nombre de colis ?'
     -                 ' 1:oui 0:non'
               ACCEPT WpcModif
               IF WpcModif = 1 THEN
                DISPLAY '   Nombre de colis (0 retire la ligne) :'
                ACCEPT cmd_nbColis
                IF cmd_nbColis = 0 THEN
                 DELETE fcommandes
                ELSE
                 REWRITE cmdTampon
                END-IF
               END-IF
               COMPUTE WpcMontant = WpcMontant
                  + cmd_nbColis * cmd_prixColis
              END-IF
             END-IF
           END-READ
          END-PERFORM
        END-START

        IF Wtrouve = 0 THEN
         DISPLAY 'Aucune commande proposée sous ce numéro'
     -           ' pour ce restaurant'
        ELSE
         DISPLAY 'Montant HT de la commande : ',WpcMontant,' €'
         DISPLAY '1 - Confirmer et transmettre au fournisseur'
         DISPLAY '2 - Abandonner la commande'
         DISPLAY '0 - Laisser en proposition'
         ACCEPT WpcDecision
         IF WpcDecision = 1 OR WpcDecision = 2 THEN
          PERFORM CLORE_REVUE_COMMANDE
         END-IF
        END-IF
        CLOSE fcommandes
        PERFORM RENDRE_VERROU_APP
       END-IF.

      ************** CLORE_REVUE_COMMANDE ********************
      * Passe les lignes de la commande WpcNum au statut C
      * (WpcDecision 1, avec export fournisseur) ou A
      * (WpcDecision 2). fcommandes est ouvert en I-O.
      ******************************************************
       CLORE_REVUE_COMMANDE.

       IF WpcDecision = 1 THEN
        OPEN INPUT ffournisseurs
        OPEN EXTEND fexpcommandes
        IF xcm_stat = 35 THEN
         OPEN OUTPUT fexpcommandes
        END-IF
       END-IF
       ACCEPT SYS-DATE8 FROM DATE YYYYMMDD
       MOVE SYS-DATE8 TO WpcAujourd
       MOVE 0 TO WpcNbConf
       MOVE WpcNum TO cmd_num
       MOVE 0 TO cmd_ligne
       START fcommandes KEY IS >= cmd_cle
        INVALID KEY CONTINUE
        NOT INVALID KEY
         MOVE 0 TO WpcFin
         PERFORM WITH TEST AFTER UNTIL WpcFin = 1
          READ fcommandes NEXT
           AT END MOVE 1 TO WpcFin
           NOT AT END
            IF cmd_num NOT = WpcNum THEN
             MOVE 1 TO WpcFin
            ELSE
             IF cmd_idrest = WidResto AND CMD-PROPOSEE THEN
              ADD 1 TO WpcNbConf
              IF WpcDecision = 2 THEN
               MOVE 'A' TO cmd_statut
              ELSE
               MOVE 'C' TO cmd_statut
      *la date de livraison repart du jour de la confirmation
               COMPUTE WpcInt =
                  FUNCTION INTEGER-OF-DATE(cmd_dateLivr)
                  - FUNCTION INTEGER-OF-DATE(cmd_dateCmd)
                  + FUNCTION INTEGER-OF-DATE(WpcAujourd)
               MOVE FUNCTION DATE-OF-INTEGER(WpcInt) TO cmd_dateLivr
               MOVE WpcAujourd TO cmd_dateCmd
               PERFORM EXPORTER_LIGNE_COMMANDE
              END-IF
              REWRITE cmdTampon
             END-IF
            END-IF
          END-READ
         END-PERFORM
       END-START
       IF WpcDecision = 1 THEN
        CLOSE fexpcommandes
        CLOSE ffournisseurs
        DISPLAY 'Commande ',WpcNum,' confirmée : ',WpcNbConf,
           ' ligne(s) transmise(s)'
        MOVE 'COMMANDE' TO WaudFichier
        MOVE 'CONFIRME' TO WaudOperation
       ELSE
        DISPLAY 'Commande ',WpcNum,' abandonnée'
        MOVE 'COMMANDE' TO WaudFichier
        MOVE 'ANNULE' TO WaudOperation
       END-IF
       MOVE WpcNum TO WaudCleAvant
       MOVE WpcNum TO WaudCleApres
       PERFORM ENREGISTRER_AUDIT.

      ************* EXPORTER_LIGNE_COMMANDE ******************
      * Ajoute la ligne de commande courante (cmdTampon) au
      * fichier commandes_fournisseurs.csv :
      * num;restaurant;fournisseur;raison sociale;mail;
      * date commande;date livraison;article;colis;nb colis
      ******************************************************
       EXPORTER_LIGNE_COMMANDE.

       MOVE cmd_idfour TO four_id
       READ ffournisseurs
        INVALID KEY
         MOVE SPACES TO four_nom
         MOVE SPACES TO four_mail
       END-READ
       MOVE SPACES TO xcmLigne
       STRING cmd_num DELIMITED BY SIZE
            ';' DELIMITED BY SIZE
            cmd_idrest DELIMITED BY SIZE
            ';' DELIMITED BY SIZE
            cmd_idfour DELIMITED BY SIZE
            ';' DELIMITED BY SIZE
            four_nom DELIMITED BY '  '
            ';' DELIMITED BY SIZE
            four_mail DELIMITED BY SPACE
            ';' DELIMITED BY SIZE
            cmd_dateCmd DELIMITED BY SIZE
            ';' DELIMITED BY SIZE
            cmd_dateLivr DELIMITED BY SIZE
            ';' DELIMITED BY SIZE
            cmd_article DELIMITED BY '  '
            ';' DELIMITED BY SIZE
            cmd_colis DELIMITED BY SIZE
            ';' DELIMITED BY SIZE
            cmd_nbColis DELIMITED BY SIZE
            INTO xcmLigne
       WRITE xcmLigne.

      ************* RECEPTIONNER_COMMANDE ********************
      * Réception d'une commande confirmée : saisie des colis
      * reçus par ligne (le nombre commandé par défaut). Les
      * colis de plats reçus s'ajoutent aux portions du stock
      * cuisine (fiche de stock créée au besoin) ; les
      * ingrédients, qui n'ont pas de stock suivi, sont
      * seulement marqués reçus.
      ******************************************************
       RECEPTIONNER_COMMANDE.

       DISPLAY 'Numéro de la commande livrée :'
       ACCEPT WpcNum
       MOVE WidResto TO WverrouRest
       PERFORM PRENDRE_VERROU_APP
       IF WverrouOK = 1 THEN
        OPEN I-O fcommandes
        OPEN I-O fstockplats
        MOVE 0 TO Wtrouve
        MOVE WpcNum TO cmd_num
        MOVE 0 TO cmd_ligne
        START fcommandes KEY IS >= cmd_cle
         INVALID KEY CONTINUE
         NOT INVALID KEY
          MOVE 0 TO WpcFin
          PERFORM WITH TEST AFTER UNTIL WpcFin = 1
           READ fcommandes NEXT
            AT END MOVE 1 TO WpcFin
            NOT AT END
             IF cmd_num NOT = WpcNum THEN
              MOVE 1 TO WpcFin
             ELSE
              IF cmd_idrest = WidResto AND CMD-CONFIRMEE THEN
               MOVE 1 TO Wtrouve
               PERFORM RECEPTIONNER_LIGNE
              END-IF
             END-IF
           END-READ
          END-PERFORM
        END-START
        CLOSE fstockplats
        CLOSE fcommandes
        IF Wtrouve = 0 THEN
         DISPLAY 'Aucune commande confirmée sous ce numéro'
     -           ' pour ce restaurant'
        ELSE
         DISPLAY 'Réception enregistrée'
         MOVE 'COMMANDE' TO WaudFichier
         MOVE 'RECEPTION' TO WaudOperation
         MOVE WpcNum TO WaudCleAvant
         MOVE WpcNum TO WaudCleApres
         PERFORM ENREGISTRER_AUDIT
        END-IF
        PERFORM RENDRE_VERROU_APP
       END-IF.

      *************** RECEPTIONNER_LIGNE *********************
      * Réception de la ligne courante de commande (cmdTampon) ;
      * fcommandes et fstockplats sont ouverts en I-O
      ******************************************************
       RECEPTIONNER_LIGNE.

       MOVE cmd_nbColis TO WpcColisE
       DISPLAY cmd_ligne,' ',cmd_article,' : ',WpcColisE,
          ' colis commandé(s)'
       DISPLAY '   Tout est reçu ? 1:oui 0:non'
       ACCEPT WpcModif
       IF WpcModif = 1 THEN
        MOVE cmd_nbColis TO WpcRecus
       ELSE
        DISPLAY '   Nombre de colis reçus :'
        ACCEPT WpcRecus
       END-IF
       MOVE WpcRecus TO cmd_nbRecus
       MOVE 'R' TO cmd_statut
       REWRITE cmdTampon

       IF cmd_type = 'P' AND WpcRecus > 0 THEN
        COMPUTE WpcPortions = WpcRecus * cmd_colis
        MOVE WidResto TO stk_idrest
        MOVE cmd_article TO stk_nomPlat
        READ fstockplats
         INVALID KEY
          MOVE WidResto TO stk_idrest
          MOVE cmd_article TO stk_nomPlat
          MOVE 0 TO stk_portions
          MOVE 0 TO stk_indisponible
          PERFORM AJOUTER_PORTIONS_RECUES
          WRITE stkTampon
           INVALID KEY
            DISPLAY '   Erreur lors de la création du stock'
          END-WRITE
         NOT INVALID KEY
          PERFORM AJOUTER_PORTIONS_RECUES
          REWRITE stkTampon
        END-READ
        DISPLAY '   Stock de ',cmd_article,' : ',stk_portions,
           ' portion(s)'
       END-IF.

      ************* AJOUTER_PORTIONS_RECUES ******************
      * Ajoute WpcPortions aux portions du stock courant, dans
      * la limite de la zone stk_portions
      ******************************************************
       AJOUTER_PORTIONS_RECUES.

       COMPUTE WpcStock = stk_portions + WpcPortions
       IF WpcStock > 9999 THEN
        DISPLAY '   ATTENTION : stock plafonné à 9999 portions'
        MOVE 9999 TO stk_portions
       ELSE
        MOVE WpcStock TO stk_portions
       END-IF.

      ************** PROPOSER_COMMANDES_TOUS *****************
      * Propositions de commande de nuit : tous les restaurants
      * actifs, pour le lendemain. Rend WpcNbRest, WpcTotLignes
      * et WpcTotSans.
      ******************************************************
       PROPOSER_COMMANDES_TOUS.

       MOVE 0 TO WpcNbRest
       MOVE 0 TO WpcTotLignes
       MOVE 0 TO WpcTotSans
       MOVE 1 TO WpcHorizon
       OPEN INPUT frestaurants
       MOVE 0 TO WfoFin
       PERFORM WITH TEST AFTER UNTIL WfoFin = 1
        READ frestaurants NEXT
         AT END MOVE 1 TO WfoFin
         NOT AT END
          IF fr_actif NOT = 1 THEN
           MOVE fr_id TO WidResto
           PERFORM PROPOSER_COMMANDES
           ADD 1 TO WpcNbRest
           ADD WpcNbLignes TO WpcTotLignes
           ADD WpcNbSans TO WpcTotSans
          END-IF
        END-READ
       END-PERFORM
       CLOSE frestaurants.
