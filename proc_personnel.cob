      **************** GERER_PERSONNEL ***********************
      * Personnel d'un restaurant : fiches employés (rôle salle,
      * cuisine ou plonge, heures hebdomadaires du contrat, coût
      * horaire chargé) et affectations par date et par service
      * (dataplanning.dat). Le planning confronte les couverts
      * réservés aux effectifs prévus ; le rapport de la semaine
      * met les heures et le coût du personnel en regard du
      * chiffre d'affaires clôturé.
      ******************************************************
       GERER_PERSONNEL.

       DISPLAY '|====================================|'
       DISPLAY '|===========  PERSONNEL   ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

       DISPLAY 'Identifiant du restaurant :'
       ACCEPT WidResto
       MOVE WidResto TO WidRestSauv
       PERFORM CONTROLER_ACCES_RESTAURANT
       IF WaccesOK = 0 THEN
        DISPLAY 'Vous ne gérez pas ce restaurant'
       ELSE
        MOVE 9 TO WpeChoix
        PERFORM WITH TEST AFTER UNTIL WpeChoix = 0
         DISPLAY 'Que souhaitez vous faire ?'
         DISPLAY ' 1 - Ajouter un employé'
         DISPLAY ' 2 - Modifier un employé'
         DISPLAY ' 3 - Liste des employés'
         DISPLAY ' 4 - Affecter un employé à un service'
         DISPLAY ' 5 - Retirer une affectation'
         DISPLAY ' 6 - Planning des services à venir'
         DISPLAY ' 7 - Heures et coût du personnel de la semaine'
         DISPLAY ' 0 - Retour'
         ACCEPT WpeChoix
         EVALUATE WpeChoix
          WHEN 1
           PERFORM AJOUTER_EMPLOYE
          WHEN 2
           PERFORM MODIFIER_EMPLOYE
          WHEN 3
           PERFORM LISTER_EMPLOYES
          WHEN 4
           PERFORM AFFECTER_EMPLOYE
          WHEN 5
           PERFORM RETIRER_AFFECTATION_SERVICE
          WHEN 6
           PERFORM PLANNING_SERVICES
          WHEN 7
           MOVE 0 TO WpeTous
           PERFORM RAPPORT_PERSONNEL_SEMAINE
         END-EVALUATE
        END-PERFORM
       END-IF

       DISPLAY '-====================================-'.

      **************** AJOUTER_EMPLOYE ***********************
      * Crée un employé du restaurant WidResto, identifiant tiré
      * du compteur EMPLOYE
      ******************************************************
       AJOUTER_EMPLOYE.

       OPEN I-O femployes
       OPEN I-O fcompteurs
       MOVE 'EMPLOYE' TO WcptNom
       PERFORM PROCHAIN_COMPTEUR
       CLOSE fcompteurs
       MOVE WseqVal TO emp_id
       MOVE WidResto TO emp_idrest
       MOVE SPACES TO emp_nom
       PERFORM WITH TEST AFTER UNTIL emp_nom NOT = SPACES
        DISPLAY 'Nom de l''employé :'
        ACCEPT emp_nom
       END-PERFORM
       DISPLAY 'Prénom :'
       ACCEPT emp_prenom
       PERFORM SAISIR_CONTRAT_EMPLOYE
       MOVE 1 TO emp_actif
       WRITE empTampon
        INVALID KEY
         DISPLAY 'Erreur lors de la création de l''employé'
        NOT INVALID KEY
         DISPLAY 'Employé créé sous le numéro ',emp_id
         MOVE 'EMPLOYE' TO WaudFichier
         MOVE 'AJOUT' TO WaudOperation
         MOVE SPACES TO WaudCleAvant
         MOVE emp_id TO WaudCleApres
         PERFORM ENREGISTRER_AUDIT
       END-WRITE
       CLOSE femployes.

      ************* SAISIR_CONTRAT_EMPLOYE *******************
      * Saisie du rôle, des heures du contrat et du coût
      * horaire de l'employé courant (empTampon)
      ******************************************************
       SAISIR_CONTRAT_EMPLOYE.

       MOVE SPACES TO WpeRole
       PERFORM WITH TEST AFTER UNTIL WpeRole = 'salle'
          OR WpeRole = 'cuisine' OR WpeRole = 'plonge'
        DISPLAY 'Rôle (salle, cuisine ou plonge) :'
        ACCEPT WpeRole
       END-PERFORM
       MOVE WpeRole TO emp_role
       MOVE 0 TO emp_heuresContrat
       PERFORM WITH TEST AFTER UNTIL emp_heuresContrat > 0
        DISPLAY 'Heures hebdomadaires du contrat :'
        ACCEPT emp_heuresContrat
       END-PERFORM
       MOVE 0 TO emp_coutHoraire
       PERFORM WITH TEST AFTER UNTIL emp_coutHoraire > 0
        DISPLAY 'Coût horaire chargé (euros) :'
        ACCEPT emp_coutHoraire
       END-PERFORM.

      **************** MODIFIER_EMPLOYE **********************
      * Met à jour le contrat d'un employé du restaurant et son
      * état actif (un employé inactif ne peut plus être
      * affecté)
      ******************************************************
       MODIFIER_EMPLOYE.

       OPEN I-O femployes
       DISPLAY 'Numéro de l''employé :'
       ACCEPT emp_id
       READ femployes
        INVALID KEY
         DISPLAY 'Aucun employé ne porte ce numéro'
        NOT INVALID KEY
         IF emp_idrest NOT = WidResto THEN
          DISPLAY 'Cet employé n''est pas rattaché à ce'
     -            ' restaurant'
         ELSE
          DISPLAY emp_prenom,' ',emp_nom,' : ',emp_role,' ',
             emp_heuresContrat,' h, ',emp_coutHoraire,' €/h'
          PERFORM SAISIR_CONTRAT_EMPLOYE
          PERFORM WITH TEST AFTER UNTIL emp_actif = 1
             OR emp_actif = 0
           DISPLAY 'Employé actif ? (1 : oui ; 0 : non) :'
           ACCEPT emp_actif
          END-PERFORM
          REWRITE empTampon
          DISPLAY 'Employé mis à jour'
          MOVE 'EMPLOYE' TO WaudFichier
          MOVE 'MODIF' TO WaudOperation
          MOVE emp_id TO WaudCleAvant
          MOVE emp_id TO WaudCleApres
          PERFORM ENREGISTRER_AUDIT
         END-IF
       END-READ
       CLOSE femployes.

      **************** LISTER_EMPLOYES ***********************
      * Liste des employés du restaurant WidResto
      ******************************************************
       LISTER_EMPLOYES.

       OPEN INPUT femployes
       MOVE 0 TO Wtrouve
       MOVE WidResto TO emp_idrest
       START femployes, KEY IS = emp_idrest
        INVALID KEY CONTINUE
        NOT INVALID KEY
         MOVE 0 TO WpeFin
         PERFORM WITH TEST AFTER UNTIL WpeFin = 1
          READ femployes NEXT
           AT END MOVE 1 TO WpeFin
           NOT AT END
            IF emp_idrest NOT = WidResto THEN
             MOVE 1 TO WpeFin
            ELSE
             MOVE 1 TO Wtrouve
             IF EMPLOYE-ACTIF THEN
              DISPLAY '  ',emp_id,' ',emp_prenom,' ',emp_nom
             ELSE
              DISPLAY '  ',emp_id,' ',emp_prenom,' ',emp_nom,
                 ' (inactif)'
             END-IF
             DISPLAY '        ',emp_role,' ',emp_heuresContrat,
                ' h/semaine, ',emp_coutHoraire,' €/h'
            END-IF
          END-READ
         END-PERFORM
       END-START
       IF Wtrouve = 0 THEN
        DISPLAY 'Aucun employé pour ce restaurant'
       END-IF
       CLOSE femployes.

      **************** AFFECTER_EMPLOYE **********************
      * Affecte un employé actif du restaurant à un service
      * (midi ou soir) d'une date, avec ses heures de début et
      * de fin (HHMM ; une fin avant le début passe minuit)
      ******************************************************
       AFFECTER_EMPLOYE.

       OPEN INPUT femployes
       DISPLAY 'Numéro de l''employé :'
       ACCEPT emp_id
       MOVE 0 TO Wtrouve
       READ femployes
        INVALID KEY
         DISPLAY 'Aucun employé ne porte ce numéro'
        NOT INVALID KEY
         IF emp_idrest NOT = WidResto THEN
          DISPLAY 'Cet employé n''est pas rattaché à ce'
     -            ' restaurant'
         ELSE
          IF NOT EMPLOYE-ACTIF THEN
           DISPLAY 'Cet employé est inactif'
          ELSE
           MOVE 1 TO Wtrouve
          END-IF
         END-IF
       END-READ
       CLOSE femployes

       IF Wtrouve = 1 THEN
        PERFORM SAISIR_DATE_SERVICE
        MOVE WidResto TO pl_idrest
        MOVE Wdate_annee TO pl_date_annee
        MOVE Wdate_mois TO pl_date_mois
        MOVE Wdate_jour TO pl_date_jour
        MOVE WpeService TO pl_service
        MOVE emp_id TO pl_idemp
        PERFORM WITH TEST AFTER UNTIL pl_heureDeb < 2400
           AND FUNCTION MOD(pl_heureDeb, 100) < 60
         DISPLAY 'Heure de début (HHMM) :'
         ACCEPT pl_heureDeb
        END-PERFORM
        PERFORM WITH TEST AFTER UNTIL pl_heureFin < 2400
           AND FUNCTION MOD(pl_heureFin, 100) < 60
           AND pl_heureFin NOT = pl_heureDeb
         DISPLAY 'Heure de fin (HHMM) :'
         ACCEPT pl_heureFin
        END-PERFORM
        COMPUTE WpeMinutes =
           (pl_heureFin / 100) * 60 + FUNCTION MOD(pl_heureFin, 100)
           - (pl_heureDeb / 100) * 60
           - FUNCTION MOD(pl_heureDeb, 100)
        IF WpeMinutes < 0 THEN
         ADD 1440 TO WpeMinutes
        END-IF
        COMPUTE pl_heures ROUNDED = WpeMinutes / 60
        MOVE WidResto TO WverrouRest
        PERFORM PRENDRE_VERROU_APP
        IF WverrouOK = 1 THEN
         OPEN I-O fplanning
         WRITE plTampon
          INVALID KEY
           DISPLAY 'Employé déjà affecté à ce service'
          NOT INVALID KEY
           DISPLAY 'Affectation enregistrée : ',pl_heures,
              ' heure(s)'
         END-WRITE
         CLOSE fplanning
         PERFORM RENDRE_VERROU_APP
        END-IF
       END-IF.

      ************** SAISIR_DATE_SERVICE *********************
      * Saisie d'une date valide (Wdate) et d'un service
      * (WpeService : 1 midi, 2 soir)
      ******************************************************
       SAISIR_DATE_SERVICE.

       PERFORM WITH TEST AFTER UNTIL WdateOK = 1
        DISPLAY 'Date du service (JJ MM AAAA) :'
        ACCEPT Wdate_jour
        ACCEPT Wdate_mois
        ACCEPT Wdate_annee
        PERFORM VALIDER_DATE
        IF WdateOK = 0 THEN
         DISPLAY 'Date invalide'
        END-IF
       END-PERFORM
       MOVE 0 TO WpeService
       PERFORM WITH TEST AFTER UNTIL WpeService = 1
          OR WpeService = 2
        DISPLAY 'Service (1 : midi ; 2 : soir) :'
        ACCEPT WpeService
       END-PERFORM.

      ************** RETIRER_AFFECTATION_SERVICE *********************
      * Retire un employé d'un service du restaurant
      ******************************************************
       RETIRER_AFFECTATION_SERVICE.

       DISPLAY 'Numéro de l''employé :'
       ACCEPT WpeId
       PERFORM SAISIR_DATE_SERVICE
       MOVE WidResto TO WverrouRest
       PERFORM PRENDRE_VERROU_APP
       IF WverrouOK = 1 THEN
        OPEN I-O fplanning
        MOVE WidResto TO pl_idrest
        MOVE Wdate_annee TO pl_date_annee
        MOVE Wdate_mois TO pl_date_mois
        MOVE Wdate_jour TO pl_date_jour
        MOVE WpeService TO pl_service
        MOVE WpeId TO pl_idemp
        DELETE fplanning
         INVALID KEY
          DISPLAY 'Aucune affectation de cet employé à ce service'
         NOT INVALID KEY
          DISPLAY 'Affectation retirée'
        END-DELETE
        CLOSE fplanning
        PERFORM RENDRE_VERROU_APP
       END-IF.

      *************** PLANNING_SERVICES **********************
      * Planning des services à venir du restaurant WidResto :
      * pour chaque service, couverts réservés (hors annulations
      * et no-show, service du midi avant 16h) et employés
      * affectés. L'effectif nécessaire est le nombre de
      * couverts divisé par le ratio de couverts par employé du
      * restaurant (dataparams.dat), arrondi au supérieur. Un
      * service est en sous-effectif en dessous, en sureffectif
      * au-delà d'un employé de plus.
      ******************************************************
       PLANNING_SERVICES.

       MOVE 0 TO WpeNbJours
       PERFORM WITH TEST AFTER UNTIL WpeNbJours > 0
          AND WpeNbJours <= 31
        DISPLAY 'Nombre de jours à afficher (1 à 31) :'
        ACCEPT WpeNbJours
       END-PERFORM

       OPEN INPUT fparams
       MOVE WidResto TO par_idrest
       READ fparams
        INVALID KEY
         MOVE 15 TO par_couvParEmp
       END-READ
       CLOSE fparams
       MOVE par_couvParEmp TO WpeRatio
       IF WpeRatio = 0 THEN
        MOVE 15 TO WpeRatio
       END-IF
       DISPLAY 'Ratio : ',WpeRatio,' couverts par employé'
       DISPLAY 'Date        Service  Couverts  Prévus  Besoin'

       MOVE 0 TO WpeNbSous
       MOVE 0 TO WpeNbSur
       ACCEPT SYS-DATE8 FROM DATE YYYYMMDD
       MOVE SYS-DATE8 TO WpeDate8
       COMPUTE WpeDebInt = FUNCTION INTEGER-OF-DATE(WpeDate8)
       OPEN INPUT freservations
       OPEN INPUT fplanning
       MOVE 0 TO WpeJour
       PERFORM WITH TEST BEFORE UNTIL WpeJour >= WpeNbJours
        COMPUTE WpeInt = WpeDebInt + WpeJour
        MOVE FUNCTION DATE-OF-INTEGER(WpeInt) TO WpeDate8
        COMPUTE Wdate_annee = WpeDate8 / 10000
        COMPUTE Wdate_mois = FUNCTION MOD(WpeDate8 / 100, 100)
        COMPUTE Wdate_jour = FUNCTION MOD(WpeDate8, 100)
        PERFORM COMPTER_COUVERTS_JOUR
        PERFORM COMPTER_EFFECTIFS_JOUR
        MOVE 1 TO WpeService
        MOVE WpeCouvMidi TO WpeCouv
        MOVE WpeEffMidi TO WpeEff
        PERFORM AFFICHER_LIGNE_PLANNING
        MOVE 2 TO WpeService
        MOVE WpeCouvSoir TO WpeCouv
        MOVE WpeEffSoir TO WpeEff
        PERFORM AFFICHER_LIGNE_PLANNING
        ADD 1 TO WpeJour
       END-PERFORM
       CLOSE fplanning
       CLOSE freservations
       DISPLAY WpeNbSous,' service(s) en sous-effectif, ',
            WpeNbSur,' en sureffectif'.

      ************* COMPTER_COUVERTS_JOUR ********************
      * Couverts réservés au restaurant WidResto à la date
      * Wdate, midi et soir (freservations ouvert en entrée)
      ******************************************************
       COMPTER_COUVERTS_JOUR.

       MOVE 0 TO WpeCouvMidi
       MOVE 0 TO WpeCouvSoir
       MOVE Wdate TO frs_date
       START freservations, KEY IS = frs_date
        INVALID KEY CONTINUE
        NOT INVALID KEY
         MOVE 0 TO WpeFinR
         PERFORM WITH TEST AFTER UNTIL WpeFinR = 1
          READ freservations NEXT
           AT END MOVE 1 TO WpeFinR
           NOT AT END
            IF frs_date NOT = Wdate THEN
             MOVE 1 TO WpeFinR
            ELSE
             IF frs_idrest = WidResto AND frs_statut < 3 THEN
              IF frs_heure_heure < 16 THEN
               ADD frs_nbPersonnes TO WpeCouvMidi
              ELSE
               ADD frs_nbPersonnes TO WpeCouvSoir
              END-IF
             END-IF
            END-IF
          END-READ
         END-PERFORM
       END-START.

      ************* COMPTER_EFFECTIFS_JOUR *******************
      * Employés affectés au restaurant WidResto à la date
      * Wdate, midi et soir (fplanning ouvert en entrée)
      ******************************************************
       COMPTER_EFFECTIFS_JOUR.

       MOVE 0 TO WpeEffMidi
       MOVE 0 TO WpeEffSoir
       MOVE WidResto TO pl_idrest
       MOVE Wdate_annee TO pl_date_annee
       MOVE Wdate_mois TO pl_date_mois
       MOVE Wdate_jour TO pl_date_jour
       MOVE 0 TO pl_service
       MOVE 0 TO pl_idemp
       START fplanning KEY IS >= pl_cle
        INVALID KEY CONTINUE
        NOT INVALID KEY
         MOVE 0 TO WpeFinR
         PERFORM WITH TEST AFTER UNTIL WpeFinR = 1
          READ fplanning NEXT
           AT END MOVE 1 TO WpeFinR
           NOT AT END
            IF pl_idrest NOT = WidResto
               OR pl_date_annee NOT = Wdate_annee
               OR pl_date_mois NOT = Wdate_mois
               OR pl_date_jour NOT = Wdate_jour THEN
             MOVE 1 TO WpeFinR
            ELSE
             IF SERVICE-MIDI THEN
              ADD 1 TO WpeEffMidi
             ELSE
              ADD 1 TO WpeEffSoir
             END-IF
            END-IF
          END-READ
         END-PERFORM
       END-START.

      ************ AFFICHER_LIGNE_PLANNING *******************
      * Affiche un service du planning (WpeService, WpeCouv,
      * WpeEff) avec son alerte d'effectif
      ******************************************************
       AFFICHER_LIGNE_PLANNING.

       COMPUTE WpeBesoin = WpeCouv / WpeRatio
       IF WpeBesoin * WpeRatio < WpeCouv THEN
        ADD 1 TO WpeBesoin
       END-IF
       MOVE SPACES TO WpeDateE
       STRING Wdate_jour '/' Wdate_mois '/' Wdate_annee
          DELIMITED BY SIZE INTO WpeDateE
       IF WpeService = 1 THEN
        DISPLAY WpeDateE,'  midi     ',WpeCouv,'     ',WpeEff,
           '     ',WpeBesoin WITH NO ADVANCING
       ELSE
        DISPLAY WpeDateE,'  soir     ',WpeCouv,'     ',WpeEff,
           '     ',WpeBesoin WITH NO ADVANCING
       END-IF
       IF WpeEff < WpeBesoin THEN
        ADD 1 TO WpeNbSous
        DISPLAY '  SOUS-EFFECTIF'
       ELSE
        IF WpeEff > WpeBesoin + 1 THEN
         ADD 1 TO WpeNbSur
         DISPLAY '  SUREFFECTIF'
        ELSE
         DISPLAY ' '
        END-IF
       END-IF.

      *********** RAPPORT_PERSONNEL_SEMAINE ******************
      * Heures prévues et coût du personnel sur la semaine de 7
      * jours commençant à la date saisie, mis en regard du
      * chiffre d'affaires clôturé de ces jours (datajournal).
      * WpeTous à 1 : tous les restaurants actifs (directeur),
      * sinon le seul restaurant WidResto. Le détail par employé
      * signale les écarts aux heures du contrat.
      ******************************************************
       RAPPORT_PERSONNEL_SEMAINE.

       DISPLAY '|====================================|'
       DISPLAY '|=========== COUT DU      ===========|'
       DISPLAY '|=========== PERSONNEL    ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

       PERFORM WITH TEST AFTER UNTIL WdateOK = 1
        DISPLAY 'Premier jour de la semaine (JJ MM AAAA) :'
        ACCEPT Wdate_jour
        ACCEPT Wdate_mois
        ACCEPT Wdate_annee
        PERFORM VALIDER_DATE
        IF WdateOK = 0 THEN
         DISPLAY 'Date invalide'
        END-IF
       END-PERFORM
       COMPUTE WpeDate8 = Wdate_annee * 10000 + Wdate_mois * 100
            + Wdate_jour
       COMPUTE WpeDebInt = FUNCTION INTEGER-OF-DATE(WpeDate8)

       IF WpeTous = 1 THEN
        MOVE 0 TO WpeNbRest
        OPEN INPUT frestaurants
        MOVE 0 TO WpeFin
        PERFORM WITH TEST AFTER UNTIL WpeFin = 1
         READ frestaurants NEXT
          AT END MOVE 1 TO WpeFin
          NOT AT END
           IF fr_actif NOT = 1 THEN
            MOVE fr_id TO WidResto
            PERFORM PERSONNEL_SEMAINE_RESTO
            ADD 1 TO WpeNbRest
           END-IF
         END-READ
        END-PERFORM
        CLOSE frestaurants
        DISPLAY WpeNbRest,' restaurant(s)'
       ELSE
        PERFORM PERSONNEL_SEMAINE_RESTO
       END-IF

       DISPLAY '-====================================-'.

      ************ PERSONNEL_SEMAINE_RESTO *******************
      * Bloc du rapport de la semaine pour le restaurant
      * WidResto (semaine commençant au jour WpeDebInt)
      ******************************************************
       PERSONNEL_SEMAINE_RESTO.

       MOVE 0 TO WpeHeures
       MOVE 0 TO WpeCout
       MOVE 0 TO WpeCA
       MOVE 0 TO WpeNb
       OPEN INPUT fplanning
       OPEN INPUT femployes
       OPEN INPUT fjournal
       MOVE 0 TO WpeJour
       PERFORM WITH TEST BEFORE UNTIL WpeJour >= 7
        COMPUTE WpeInt = WpeDebInt + WpeJour
        MOVE FUNCTION DATE-OF-INTEGER(WpeInt) TO WpeDate8
        COMPUTE Wdate_annee = WpeDate8 / 10000
        COMPUTE Wdate_mois = FUNCTION MOD(WpeDate8 / 100, 100)
        COMPUTE Wdate_jour = FUNCTION MOD(WpeDate8, 100)
        MOVE WidResto TO jr_idrest
        MOVE Wdate_annee TO jr_annee
        MOVE Wdate_mois TO jr_mois
        MOVE Wdate_jour TO jr_jour
        READ fjournal
         NOT INVALID KEY
          ADD jr_ca TO WpeCA
          ADD jr_caEmporter TO WpeCA
        END-READ
        MOVE WidResto TO pl_idrest
        MOVE Wdate_annee TO pl_date_annee
        MOVE Wdate_mois TO pl_date_mois
        MOVE Wdate_jour TO pl_date_jour
        MOVE 0 TO pl_service
        MOVE 0 TO pl_idemp
        START fplanning KEY IS >= pl_cle
         INVALID KEY CONTINUE
         NOT INVALID KEY
          MOVE 0 TO WpeFinR
          PERFORM WITH TEST AFTER UNTIL WpeFinR = 1
           READ fplanning NEXT
            AT END MOVE 1 TO WpeFinR
            NOT AT END
             IF pl_idrest NOT = WidResto
                OR pl_date_annee NOT = Wdate_annee
                OR pl_date_mois NOT = Wdate_mois
                OR pl_date_jour NOT = Wdate_jour THEN
              MOVE 1 TO WpeFinR
             ELSE
              PERFORM CUMULER_AFFECTATION
             END-IF
           END-READ
          END-PERFORM
        END-START
        ADD 1 TO WpeJour
       END-PERFORM
       CLOSE fjournal

       DISPLAY ' '
       DISPLAY 'Restaurant ',WidResto
       MOVE 1 TO WpeIx
       PERFORM WITH TEST BEFORE UNTIL WpeIx > WpeNb
        MOVE WpeEmp(WpeIx) TO emp_id
        READ femployes
         INVALID KEY
          MOVE SPACES TO emp_nom
          MOVE 0 TO emp_heuresContrat
        END-READ
        IF WpeEmpHeures(WpeIx) > emp_heuresContrat THEN
         DISPLAY '  ',emp_id,' ',emp_nom,' ',WpeEmpHeures(WpeIx),
            ' h / contrat ',emp_heuresContrat,' h  HEURES SUP'
        ELSE
         IF WpeEmpHeures(WpeIx) < emp_heuresContrat THEN
          DISPLAY '  ',emp_id,' ',emp_nom,' ',WpeEmpHeures(WpeIx),
             ' h / contrat ',emp_heuresContrat,' h  SOUS CONTRAT'
         ELSE
          DISPLAY '  ',emp_id,' ',emp_nom,' ',WpeEmpHeures(WpeIx),
             ' h / contrat ',emp_heuresContrat,' h'
         END-IF
        END-IF
        ADD 1 TO WpeIx
       END-PERFORM
       CLOSE femployes
       CLOSE fplanning

       DISPLAY '  Heures prévues      : ',WpeHeures
       DISPLAY '  Coût du personnel   : ',WpeCout,' €'
       DISPLAY '  CA clôturé          : ',WpeCA,' €'
       IF WpeCA > 0 THEN
        COMPUTE WpeTaux ROUNDED = WpeCout * 100 / WpeCA
           ON SIZE ERROR MOVE 999.99 TO WpeTaux
        END-COMPUTE
        DISPLAY '  Coût / CA           : ',WpeTaux,' %'
       ELSE
        DISPLAY '  Coût / CA           : pas de CA clôturé'
       END-IF.

      ************** CUMULER_AFFECTATION *********************
      * Ajoute l'affectation courante (plTampon) aux heures et
      * au coût de la semaine et au détail de l'employé
      * (femployes ouvert en entrée)
      ******************************************************
       CUMULER_AFFECTATION.

       ADD pl_heures TO WpeHeures
       MOVE pl_idemp TO emp_id
       READ femployes
        INVALID KEY
         MOVE 0 TO emp_coutHoraire
       END-READ
       COMPUTE WpeCout = WpeCout + pl_heures * emp_coutHoraire
       MOVE 0 TO WpeTrouve
       MOVE 1 TO WpeIx
       PERFORM WITH TEST BEFORE UNTIL WpeIx > WpeNb
          OR WpeTrouve = 1
        IF WpeEmp(WpeIx) = pl_idemp THEN
         MOVE 1 TO WpeTrouve
        ELSE
         ADD 1 TO WpeIx
        END-IF
       END-PERFORM
       IF WpeTrouve = 0 AND WpeNb < 100 THEN
        ADD 1 TO WpeNb
        MOVE WpeNb TO WpeIx
        MOVE pl_idemp TO WpeEmp(WpeIx)
        MOVE 0 TO WpeEmpHeures(WpeIx)
        MOVE 1 TO WpeTrouve
       END-IF
       IF WpeTrouve = 1 THEN
        ADD pl_heures TO WpeEmpHeures(WpeIx)
       END-IF.
