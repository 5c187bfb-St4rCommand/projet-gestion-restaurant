      ******************* GERER_COMMUNES *********************
      * Référentiel des codes postaux et communes (fichier
      * datacommunes.dat, une entrée par couple code postal /
      * commune) : chargement depuis la base officielle des
      * codes postaux, contrôle des adresses des clients et des
      * restaurants existants, et application en masse des
      * corrections proposées par le contrôle.
      ******************************************************
       GERER_COMMUNES.

       DISPLAY '|====================================|'
       DISPLAY '|=========== CODES POSTAUX ==========|'
       DISPLAY '|===========  ET COMMUNES  ==========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

       MOVE 9 TO WcomMenu
       PERFORM WITH TEST AFTER UNTIL WcomMenu = 0
        DISPLAY 'Que souhaitez vous faire ?'
        DISPLAY ' 1 - Charger le référentiel (import_communes.csv)'
        DISPLAY ' 2 - Contrôler les adresses clients et restaurants'
        DISPLAY ' 3 - Appliquer les corrections proposées'
        DISPLAY ' 0 - Retour'
        ACCEPT WcomMenu
        EVALUATE WcomMenu
         WHEN 1
          PERFORM CHARGER_COMMUNES
         WHEN 2
          PERFORM CONTROLER_COMMUNES
         WHEN 3
          PERFORM APPLIQUER_CORRECTIONS_COMMUNES
        END-EVALUATE
       END-PERFORM

       DISPLAY '-====================================-'.

      ****************** CHARGER_COMMUNES ********************
      * Recharge complètement datacommunes.dat depuis
      * import_communes.csv, au format de la base officielle
      * des codes postaux (code INSEE;nom de la commune;code
      * postal;libellé d'acheminement;ligne 5;coordonnées, une
      * ligne d'entête commençant par '#' ou 'Code' est
      * ignorée). Les lignes de lieux-dits répètent le couple
      * code postal / commune et ne sont comptées qu'une fois ;
      * les lignes illisibles partent dans import_rejets.csv.
      ******************************************************
       CHARGER_COMMUNES.

        OPEN INPUT fimportCom
        IF icm_stat = 35 THEN
         DISPLAY 'Fichier import_communes.csv introuvable'
        ELSE
         OPEN OUTPUT frejets
         OPEN OUTPUT fcommunes
         MOVE 0 TO WimpLus
         MOVE 0 TO WimpOK
         MOVE 0 TO WimpKO
         MOVE 0 TO WcomDoublons

         MOVE 0 TO WcomFin
         PERFORM WITH TEST AFTER UNTIL WcomFin = 1
          READ fimportCom
           AT END MOVE 1 TO WcomFin
           NOT AT END
            IF icmLigne(1:1) = '#' OR icmLigne(1:4) = 'Code' THEN
             CONTINUE
            ELSE
             ADD 1 TO WimpLus
             PERFORM CHARGER_UNE_COMMUNE
            END-IF
          END-READ
         END-PERFORM

         CLOSE fcommunes
         CLOSE frejets
         CLOSE fimportCom

         MOVE 'COMMUNE' TO WaudFichier
         MOVE 'CHARGEMENT' TO WaudOperation
         MOVE SPACE TO WaudCleAvant
         MOVE WimpOK TO WaudCleApres
         PERFORM ENREGISTRER_AUDIT

         DISPLAY 'Lignes lues          : ',WimpLus
         DISPLAY 'Communes chargées    : ',WimpOK
         DISPLAY 'Lignes en double     : ',WcomDoublons
         DISPLAY 'Lignes rejetées      : ',WimpKO
         IF WimpKO NOT = 0 THEN
          DISPLAY 'Rejets écrits dans import_rejets.csv'
         END-IF
        END-IF.

      **************** CHARGER_UNE_COMMUNE *******************
      * Contrôle et enregistre la ligne courante de fimportCom
      ******************************************************
       CHARGER_UNE_COMMUNE.

       MOVE SPACES TO WcomInsee
       MOVE SPACES TO WcomNomX
       MOVE SPACES TO WcomCpX
       MOVE SPACES TO WimpMotif
       UNSTRING icmLigne DELIMITED BY ';'
        INTO WcomInsee WcomNomX WcomCpX
       END-UNSTRING

       IF WcomNomX = SPACES THEN
        MOVE 'nom de commune vide' TO WimpMotif
       ELSE
        IF WcomCpX IS NOT NUMERIC THEN
         MOVE 'code postal non numérique' TO WimpMotif
        END-IF
       END-IF

       IF WimpMotif NOT = SPACES THEN
        ADD 1 TO WimpKO
        MOVE SPACES TO rejLigne
        STRING icmLigne DELIMITED BY SIZE
           ';MOTIF;' DELIMITED BY SIZE
           WimpMotif DELIMITED BY SIZE
           INTO rejLigne
        WRITE rejLigne
       ELSE
        MOVE WcomNomX TO WcomSrc
        PERFORM NORMALISER_COMMUNE
        MOVE WcomCpX TO com_codeP
        MOVE WcomNorm TO com_villeN
        MOVE WcomNorm TO com_nomN
        MOVE WcomNomX TO com_libelle
        MOVE WcomInsee TO com_insee
        WRITE comTampon
         INVALID KEY
          ADD 1 TO WcomDoublons
         NOT INVALID KEY
          ADD 1 TO WimpOK
        END-WRITE
       END-IF.

      ***************** NORMALISER_COMMUNE *******************
      * Forme de comparaison d'un nom de commune (WcomSrc vers
      * WcomNorm) : majuscules sans accents, tirets et
      * apostrophes remplacés par des blancs, blancs multiples
      * réduits, SAINT / SAINTE abrégés en ST / STE comme dans
      * la base des codes postaux.
      ******************************************************
       NORMALISER_COMMUNE.

       MOVE SPACES TO WcomTrav
       MOVE WcomSrc TO WcomTrav(2:40)
       INSPECT WcomTrav REPLACING
            ALL 'é' BY 'E~' ALL 'è' BY 'E~' ALL 'ê' BY 'E~'
            ALL 'ë' BY 'E~' ALL 'à' BY 'A~' ALL 'â' BY 'A~'
            ALL 'ä' BY 'A~' ALL 'ç' BY 'C~' ALL 'î' BY 'I~'
            ALL 'ï' BY 'I~' ALL 'ô' BY 'O~' ALL 'ö' BY 'O~'
            ALL 'û' BY 'U~' ALL 'ù' BY 'U~' ALL 'ü' BY 'U~'
            ALL 'ÿ' BY 'Y~' ALL 'É' BY 'E~' ALL 'È' BY 'E~'
            ALL 'Ê' BY 'E~' ALL 'À' BY 'A~' ALL 'Â' BY 'A~'
            ALL 'Ç' BY 'C~' ALL 'Î' BY 'I~' ALL 'Ô' BY 'O~'
            ALL 'Û' BY 'U~'
       INSPECT WcomTrav CONVERTING
            'abcdefghijklmnopqrstuvwxyz-''' TO
            'ABCDEFGHIJKLMNOPQRSTUVWXYZ  '
       PERFORM COMPACTER_COMMUNE

       MOVE SPACES TO WcomTrav
       MOVE WcomNorm TO WcomTrav(2:40)
       INSPECT WcomTrav REPLACING
            ALL ' SAINTE ' BY ' STE~~~ '
            ALL ' SAINT ' BY ' ST~~~ '
       PERFORM COMPACTER_COMMUNE.

      ****************** COMPACTER_COMMUNE *******************
      * Recopie WcomTrav dans WcomNorm sans les marques '~' ni
      * les blancs de tête ou en double
      ******************************************************
       COMPACTER_COMMUNE.

       MOVE SPACES TO WcomNorm
       MOVE 0 TO WcomJ
       MOVE SPACE TO WcomPrec
       MOVE 1 TO WcomI
       PERFORM WITH TEST BEFORE UNTIL WcomI > 42
        MOVE WcomTrav(WcomI:1) TO WcomCar
        IF WcomCar NOT = '~' AND WcomJ < 40
           AND (WcomCar NOT = SPACE OR WcomPrec NOT = SPACE) THEN
         ADD 1 TO WcomJ
         MOVE WcomCar TO WcomNorm(WcomJ:1)
         MOVE WcomCar TO WcomPrec
        END-IF
        ADD 1 TO WcomI
       END-PERFORM.

      ****************** VERIFIER_COMMUNE ********************
      * Contrôle le couple WcomCp / WcomVille contre le
      * référentiel (ouvre et referme datacommunes.dat) ; voir
      * RAPPROCHER_COMMUNE pour le compte rendu.
      ******************************************************
       VERIFIER_COMMUNE.

       OPEN INPUT fcommunes
       IF com_stat = 35 THEN
        MOVE 0 TO WcomOuvert
       ELSE
        MOVE 1 TO WcomOuvert
       END-IF
       PERFORM RAPPROCHER_COMMUNE
       IF WcomOuvert = 1 THEN
        CLOSE fcommunes
        MOVE 0 TO WcomOuvert
       END-IF.

      ***************** RAPPROCHER_COMMUNE *******************
      * Contrôle le couple WcomCp / WcomVille, datacommunes.dat
      * déjà ouvert (WcomOuvert = 1). Rend WcomEtat :
      *  0 couple connu du référentiel
      *  1 code postal connu, ville mal orthographiée : la
      *    commune de ce code la plus proche est proposée
      *  2 ville connue sous un autre code postal : le code le
      *    plus proche de celui saisi est proposé
      *  3 ni le code ni la ville ne sont connus
      *  9 référentiel absent ou vide, pas de contrôle
      * La proposition est rendue dans WcomSuggCp et
      * WcomSuggVille (libellé du référentiel). WcomVilleCli
      * vaut 1 pour la ville d'un client, 0 pour celle d'un
      * restaurant.
      ******************************************************
       RAPPROCHER_COMMUNE.

       MOVE 9 TO WcomEtat
       MOVE 0 TO WcomSuggCp
       MOVE SPACES TO WcomSuggVille
       IF WcomOuvert = 1 THEN
        MOVE LOW-VALUES TO com_cle
        START fcommunes KEY IS >= com_cle
         INVALID KEY CONTINUE
         NOT INVALID KEY
          MOVE WcomVille TO WcomSrc
          PERFORM NORMALISER_COMMUNE
          MOVE WcomCp TO com_codeP
          MOVE WcomNorm TO com_villeN
          READ fcommunes
           INVALID KEY
            IF WcomVilleCli = 1 THEN
             PERFORM CHERCHER_COMMUNE_TRONQUEE
            END-IF
            IF WcomEtat NOT = 0 THEN
             PERFORM CHERCHER_CORRECTION_COMMUNE
            END-IF
           NOT INVALID KEY
            MOVE 0 TO WcomEtat
          END-READ
        END-START
       END-IF.

      ************** CHERCHER_COMMUNE_TRONQUEE ***************
      * Ville d'un client (fc_ville, 25 caractères) : un nom de
      * commune plus long y est rangé tronqué. La saisie est
      * donc aussi admise (WcomEtat = 0) si elle est égale,
      * une fois normalisée, aux 25 premiers caractères du
      * libellé d'une commune du code postal WcomCp. Se sert
      * de WcomFin comme CHERCHER_CORRECTION_COMMUNE.
      ******************************************************
       CHERCHER_COMMUNE_TRONQUEE.

       MOVE WcomNorm TO WcomNormSaisie
       MOVE WcomCp TO com_codeP
       MOVE LOW-VALUES TO com_villeN
       START fcommunes KEY IS >= com_cle
        INVALID KEY CONTINUE
        NOT INVALID KEY
         MOVE 0 TO WcomFin
         PERFORM WITH TEST AFTER UNTIL WcomFin = 1
          READ fcommunes NEXT
           AT END MOVE 1 TO WcomFin
           NOT AT END
            IF com_codeP NOT = WcomCp THEN
             MOVE 1 TO WcomFin
            ELSE
             MOVE SPACES TO WcomSrc
             MOVE com_libelle(1:25) TO WcomSrc
             PERFORM NORMALISER_COMMUNE
             IF WcomNorm = WcomNormSaisie THEN
              MOVE 0 TO WcomEtat
              MOVE 1 TO WcomFin
             END-IF
            END-IF
          END-READ
         END-PERFORM
       END-START
       MOVE WcomNormSaisie TO WcomNorm.

      ************* CHERCHER_CORRECTION_COMMUNE **************
      * Couple inconnu : cherche d'abord la ville (forme
      * normalisée WcomNorm) sous un autre code postal, puis à
      * défaut la commune du code postal saisi dont le nom
      * ressemble le plus à la saisie.
      ******************************************************
       CHERCHER_CORRECTION_COMMUNE.

       MOVE 3 TO WcomEtat
       MOVE 99999 TO WcomEcartMin
       MOVE WcomNorm TO com_nomN
       START fcommunes KEY IS = com_nomN
        INVALID KEY CONTINUE
        NOT INVALID KEY
         MOVE 0 TO WcomFin
         PERFORM WITH TEST AFTER UNTIL WcomFin = 1
          READ fcommunes NEXT
           AT END MOVE 1 TO WcomFin
           NOT AT END
            IF com_nomN NOT = WcomNorm THEN
             MOVE 1 TO WcomFin
            ELSE
             IF com_codeP > WcomCp THEN
              COMPUTE WcomEcart = com_codeP - WcomCp
             ELSE
              COMPUTE WcomEcart = WcomCp - com_codeP
             END-IF
             IF WcomEcart < WcomEcartMin THEN
              MOVE WcomEcart TO WcomEcartMin
              MOVE 2 TO WcomEtat
              MOVE com_codeP TO WcomSuggCp
              MOVE com_libelle TO WcomSuggVille
             END-IF
            END-IF
          END-READ
         END-PERFORM
       END-START

       IF WcomEtat = 3 THEN
        MOVE 40 TO WcomLg1
        PERFORM WITH TEST BEFORE UNTIL WcomLg1 = 0
           OR WcomNorm(WcomLg1:1) NOT = SPACE
         SUBTRACT 1 FROM WcomLg1
        END-PERFORM
        MOVE 0 TO WcomBest
        MOVE WcomCp TO com_codeP
        MOVE LOW-VALUES TO com_villeN
        START fcommunes KEY IS >= com_cle
         INVALID KEY CONTINUE
         NOT INVALID KEY
          MOVE 0 TO WcomFin
          PERFORM WITH TEST AFTER UNTIL WcomFin = 1
           READ fcommunes NEXT
            AT END MOVE 1 TO WcomFin
            NOT AT END
             IF com_codeP NOT = WcomCp THEN
              MOVE 1 TO WcomFin
             ELSE
              PERFORM SCORER_COMMUNE
              IF WcomEtat = 3 OR WcomScore > WcomBest THEN
               MOVE WcomScore TO WcomBest
               MOVE 1 TO WcomEtat
               MOVE com_codeP TO WcomSuggCp
               MOVE com_libelle TO WcomSuggVille
              END-IF
             END-IF
           END-READ
          END-PERFORM
        END-START
       END-IF.

      ******************* SCORER_COMMUNE *********************
      * Ressemblance entre la saisie normalisée (WcomNorm, de
      * longueur WcomLg1) et la commune courante com_villeN :
      * nombre de caractères communs en tête plus nombre de
      * caractères communs en fin de nom, ce qui tolère une
      * lettre fausse, en trop ou manquante. Rend WcomScore.
      ******************************************************
       SCORER_COMMUNE.

       MOVE 40 TO WcomLg2
       PERFORM WITH TEST BEFORE UNTIL WcomLg2 = 0
            OR com_villeN(WcomLg2:1) NOT = SPACE
        SUBTRACT 1 FROM WcomLg2
       END-PERFORM

       MOVE 0 TO WcomScore
       MOVE 1 TO WcomI
       PERFORM WITH TEST BEFORE UNTIL WcomI > WcomLg1
            OR WcomI > WcomLg2
        IF WcomNorm(WcomI:1) = com_villeN(WcomI:1) THEN
         ADD 1 TO WcomScore
         ADD 1 TO WcomI
        ELSE
         MOVE 99 TO WcomI
        END-IF
       END-PERFORM

       MOVE 0 TO WcomJ
       PERFORM WITH TEST BEFORE UNTIL WcomJ >= WcomLg1
            OR WcomJ >= WcomLg2
        IF WcomNorm(WcomLg1 - WcomJ:1)
           = com_villeN(WcomLg2 - WcomJ:1) THEN
         ADD 1 TO WcomScore
         ADD 1 TO WcomJ
        ELSE
         MOVE 99 TO WcomJ
        END-IF
       END-PERFORM.

      ************* DEMANDER_CORRECTION_COMMUNE **************
      * Saisie à l'écran : contrôle WcomCp / WcomVille et, en
      * cas d'écart avec le référentiel, affiche la proposition
      * et demande quoi faire. Rend WcomChoix : 1 proposition
      * acceptée (WcomCp / WcomVille corrigés), 2 ressaisir,
      * 0 saisie conservée ou conforme.
      ******************************************************
       DEMANDER_CORRECTION_COMMUNE.

       PERFORM VERIFIER_COMMUNE
       MOVE 0 TO WcomChoix
       EVALUATE WcomEtat
        WHEN 1
        WHEN 2
         DISPLAY 'Code postal et ville ne correspondent pas au',
            ' référentiel.'
         DISPLAY 'Proposition : ',WcomSuggCp,' ',WcomSuggVille
         MOVE 9 TO WcomChoix
         PERFORM WITH TEST AFTER UNTIL WcomChoix <= 2
          DISPLAY '1 : accepter  2 : ressaisir  0 : garder la saisie'
          ACCEPT WcomChoix
         END-PERFORM
         IF WcomChoix = 1 THEN
          MOVE WcomSuggCp TO WcomCp
          MOVE WcomSuggVille TO WcomVille
         END-IF
        WHEN 3
         DISPLAY 'Code postal et ville inconnus du référentiel.'
         MOVE 9 TO WcomChoix
         PERFORM WITH TEST AFTER UNTIL WcomChoix = 0
            OR WcomChoix = 2
          DISPLAY '2 : ressaisir  0 : garder la saisie'
          ACCEPT WcomChoix
         END-PERFORM
       END-EVALUATE.

      ***************** MOTIF_REJET_COMMUNE ******************
      * Import : contrôle WcomCp / WcomVille, datacommunes.dat
      * ouvert, et renseigne WimpMotif avec la correction
      * proposée si le couple est refusé.
      ******************************************************
       MOTIF_REJET_COMMUNE.

       PERFORM RAPPROCHER_COMMUNE
       EVALUATE WcomEtat
        WHEN 1
        WHEN 2
         MOVE SPACES TO WimpMotif
         STRING 'code postal / ville incohérents, proposé : '
            DELIMITED BY SIZE
            WcomSuggCp DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WcomSuggVille DELIMITED BY '  '
            INTO WimpMotif
        WHEN 3
         MOVE 'code postal et ville inconnus du référentiel'
            TO WimpMotif
       END-EVALUATE.

      ***************** CONTROLER_COMMUNES *******************
      * Passe tous les clients et tous les restaurants au
      * référentiel et écrit dans corrections_communes.csv
      * (type;id;codePostal;ville;codePropose;villeProposee)
      * chaque adresse dont le code postal et la ville ne
      * correspondent pas, avec la correction proposée (vide si
      * aucune). Le Directeur peut retirer du fichier les
      * lignes qu'il refuse avant de l'appliquer. Lancé aussi
      * par le job batch COMMUNES.
      ******************************************************
       CONTROLER_COMMUNES.

       MOVE 0 TO WcomAnom
       MOVE 0 TO WcomEtat
       OPEN INPUT fcommunes
       IF com_stat = 35 THEN
        MOVE 9 TO WcomEtat
       ELSE
        MOVE LOW-VALUES TO com_cle
        START fcommunes KEY IS >= com_cle
         INVALID KEY MOVE 9 TO WcomEtat
        END-START
       END-IF
       IF WcomEtat = 9 THEN
        DISPLAY 'Référentiel des codes postaux vide : chargez-le'
           ' d''abord'
        IF com_stat NOT = 35 THEN
         CLOSE fcommunes
        END-IF
       ELSE
        MOVE 1 TO WcomOuvert
        OPEN OUTPUT fcorrCom
        MOVE 'type;id;codePostal;ville;codePropose;villeProposee'
           TO ccmLigne
        WRITE ccmLigne

        OPEN INPUT fclients
        MOVE 0 TO WcomFin
        PERFORM WITH TEST AFTER UNTIL WcomFin = 1
         READ fclients NEXT
          AT END MOVE 1 TO WcomFin
          NOT AT END
           MOVE fc_codeP TO WcomCp
           MOVE fc_ville TO WcomVille
           MOVE 1 TO WcomVilleCli
           MOVE 'CLIENT' TO WcomType
           MOVE fc_id TO WcomId
           PERFORM SIGNALER_COMMUNE
         END-READ
        END-PERFORM
        CLOSE fclients

        OPEN INPUT frestaurants
        MOVE 0 TO WcomFin
        PERFORM WITH TEST AFTER UNTIL WcomFin = 1
         READ frestaurants NEXT
          AT END MOVE 1 TO WcomFin
          NOT AT END
           MOVE fr_codeP TO WcomCp
           MOVE fr_ville TO WcomVille
           MOVE 0 TO WcomVilleCli
           MOVE 'RESTAURANT' TO WcomType
           MOVE fr_id TO WcomId
           PERFORM SIGNALER_COMMUNE
         END-READ
        END-PERFORM
        CLOSE frestaurants

        CLOSE fcorrCom
        CLOSE fcommunes
        MOVE 0 TO WcomOuvert
        DISPLAY 'Adresses à corriger : ',WcomAnom
        IF WcomAnom NOT = 0 THEN
         DISPLAY 'Détail dans corrections_communes.csv'
        END-IF
       END-IF.

      ****************** SIGNALER_COMMUNE ********************
      * Contrôle l'adresse courante (WcomType, WcomId, WcomCp,
      * WcomVille) et l'écrit dans fcorrCom si elle est fausse.
      * CHERCHER_CORRECTION_COMMUNE se sert de WcomFin, remis
      * à 0 pour la boucle de lecture appelante.
      ******************************************************
       SIGNALER_COMMUNE.

       PERFORM RAPPROCHER_COMMUNE
       MOVE 0 TO WcomFin
       IF WcomEtat = 1 OR WcomEtat = 2 OR WcomEtat = 3 THEN
        ADD 1 TO WcomAnom
        MOVE SPACES TO ccmLigne
        IF WcomEtat = 3 THEN
         STRING WcomType DELIMITED BY SPACE
            ';' DELIMITED BY SIZE
            WcomId DELIMITED BY SIZE
            ';' DELIMITED BY SIZE
            WcomCp DELIMITED BY SIZE
            ';' DELIMITED BY SIZE
            WcomVille DELIMITED BY '  '
            ';;' DELIMITED BY SIZE
            INTO ccmLigne
        ELSE
         STRING WcomType DELIMITED BY SPACE
            ';' DELIMITED BY SIZE
            WcomId DELIMITED BY SIZE
            ';' DELIMITED BY SIZE
            WcomCp DELIMITED BY SIZE
            ';' DELIMITED BY SIZE
            WcomVille DELIMITED BY '  '
            ';' DELIMITED BY SIZE
            WcomSuggCp DELIMITED BY SIZE
            ';' DELIMITED BY SIZE
            WcomSuggVille DELIMITED BY '  '
            INTO ccmLigne
        END-IF
        WRITE ccmLigne
        DISPLAY ccmLigne
       END-IF.

      *********** APPLIQUER_CORRECTIONS_COMMUNES *************
      * Applique en une fois les corrections proposées dans
      * corrections_communes.csv (droit particulier
      * APPLIQUER_CORRECTIONS_COMMUNES, accordé par défaut au
      * Directeur). Une
      * ligne sans proposition, ou dont le client / restaurant
      * a changé d'adresse depuis le contrôle, est ignorée.
      * Chaque correction est tracée dans l'audit et le
      * journal des écritures.
      ******************************************************
       APPLIQUER_CORRECTIONS_COMMUNES.

       MOVE 'APPLIQUER_CORRECTIONS_COMMUNES' TO WdrFonction
       PERFORM CONTROLER_DROIT
       IF WdrOK = 1 THEN
        OPEN INPUT fcorrCom
        IF ccm_stat = 35 THEN
         DISPLAY 'Fichier corrections_communes.csv introuvable :'
         DISPLAY 'lancez d''abord le contrôle des adresses'
        ELSE
         MOVE 0 TO WcomAnom
         MOVE 0 TO WcomFin
         PERFORM WITH TEST AFTER UNTIL WcomFin = 1
          READ fcorrCom
           AT END MOVE 1 TO WcomFin
           NOT AT END
            PERFORM LIRE_CORRECTION_COMMUNE
            IF WcomSuggCpX IS NUMERIC THEN
             ADD 1 TO WcomAnom
            END-IF
          END-READ
         END-PERFORM
         CLOSE fcorrCom

         DISPLAY 'Corrections proposées : ',WcomAnom
         MOVE 9 TO WcomChoix
         IF WcomAnom NOT = 0 THEN
          PERFORM WITH TEST AFTER UNTIL WcomChoix = 0
             OR WcomChoix = 1
           DISPLAY 'Appliquer toutes les corrections ?'
              ' 1:oui 0:non'
           ACCEPT WcomChoix
          END-PERFORM
         END-IF

         IF WcomChoix = 1 THEN
          MOVE 0 TO WcomAppl
          MOVE 0 TO WcomIgn
          OPEN INPUT fcorrCom
          OPEN I-O fclients
          OPEN I-O frestaurants
          MOVE 0 TO WcomFin
          PERFORM WITH TEST AFTER UNTIL WcomFin = 1
           READ fcorrCom
            AT END MOVE 1 TO WcomFin
            NOT AT END
             PERFORM LIRE_CORRECTION_COMMUNE
             IF WcomSuggCpX IS NUMERIC THEN
              PERFORM APPLIQUER_UNE_CORRECTION
             END-IF
           END-READ
          END-PERFORM
          CLOSE frestaurants
          CLOSE fclients
          CLOSE fcorrCom
          DISPLAY 'Corrections appliquées : ',WcomAppl
          DISPLAY 'Lignes ignorées        : ',WcomIgn
         END-IF
        END-IF
       END-IF.

      ************** LIRE_CORRECTION_COMMUNE *****************
      * Découpe la ligne courante de fcorrCom
      ******************************************************
       LIRE_CORRECTION_COMMUNE.

       MOVE SPACES TO WcomType
       MOVE SPACES TO WcomIdX
       MOVE SPACES TO WcomCpX
       MOVE SPACES TO WcomVilleX
       MOVE SPACES TO WcomSuggCpX
       MOVE SPACES TO WcomSuggVilleX
       UNSTRING ccmLigne DELIMITED BY ';'
        INTO WcomType WcomIdX WcomCpX WcomVilleX
             WcomSuggCpX WcomSuggVilleX
       END-UNSTRING
       IF WcomIdX IS NOT NUMERIC OR WcomCpX IS NOT NUMERIC THEN
        MOVE SPACES TO WcomSuggCpX
       END-IF.

      ************** APPLIQUER_UNE_CORRECTION ****************
      * Corrige le client ou le restaurant de la ligne courante
      * si son adresse est toujours celle relevée au contrôle
      ******************************************************
       APPLIQUER_UNE_CORRECTION.

       MOVE WcomIdX TO WcomId
       MOVE SPACES TO WaudCleAvant
       STRING WcomCpX DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WcomVilleX DELIMITED BY '  '
            INTO WaudCleAvant
       MOVE SPACES TO WaudCleApres
       STRING WcomSuggCpX DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WcomSuggVilleX DELIMITED BY '  '
            INTO WaudCleApres
       EVALUATE WcomType
        WHEN 'CLIENT'
         MOVE WcomId TO fc_id
         READ fclients
          INVALID KEY
           ADD 1 TO WcomIgn
          NOT INVALID KEY
           IF fc_codeP NOT = WcomCpX OR fc_ville NOT = WcomVilleX
              THEN
            ADD 1 TO WcomIgn
           ELSE
            MOVE WcomSuggCpX TO fc_codeP
            MOVE WcomSuggVilleX TO fc_ville
            REWRITE cliTampon
            ADD 1 TO WcomAppl
            MOVE 'CLIENT' TO WaudFichier
            MOVE 'MODIF' TO WaudOperation
            PERFORM ENREGISTRER_AUDIT
            MOVE 'CLIENT' TO WrjFichier
            MOVE 'MODIF' TO WrjOp
            MOVE cliTampon TO WrjEnr
            PERFORM JOURNALISER_ECRITURE
           END-IF
         END-READ
        WHEN 'RESTAURANT'
         MOVE WcomId TO fr_id
         READ frestaurants
          INVALID KEY
           ADD 1 TO WcomIgn
          NOT INVALID KEY
           IF fr_codeP NOT = WcomCpX OR fr_ville NOT = WcomVilleX
              THEN
            ADD 1 TO WcomIgn
           ELSE
            MOVE WcomSuggCpX TO fr_codeP
            MOVE WcomSuggVilleX TO fr_ville
            REWRITE restTampon
            ADD 1 TO WcomAppl
            MOVE 'RESTAURANT' TO WaudFichier
            MOVE 'MODIF' TO WaudOperation
            PERFORM ENREGISTRER_AUDIT
            MOVE 'RESTAURANT' TO WrjFichier
            MOVE 'MODIF' TO WrjOp
            MOVE restTampon TO WrjEnr
            PERFORM JOURNALISER_ECRITURE
           END-IF
         END-READ
        WHEN OTHER
         ADD 1 TO WcomIgn
       END-EVALUATE.
