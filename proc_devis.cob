      ********************* GERER_DEVIS **********************
      * Devis des événements privatifs : une demande de prix
      * donne un devis (datadevis.dat) portant l'organisateur,
      * le restaurant, la date et le service, le nombre estimé
      * de convives, les menus de banquet proposés
      * (datadevmenus.dat), le prix et la date de validité.
      * Un devis ne bloque aucune table. Chaque révision crée
      * une nouvelle version, la précédente passant à l'état
      * remplacé. Etats : brouillon, envoyé, accepté, refusé,
      * expiré. L'envoi passe par la file des mails ; à
      * l'acceptation, le devis devient l'événement, ses lignes
      * de menus et une demande d'acompte. Les devis en cours
      * dont la validité est dépassée passent à l'état expiré
      * (EXPIRER_DEVIS, aussi lancé par le job DEVIS).
      ******************************************************
       GERER_DEVIS.

       DISPLAY '|====================================|'
       DISPLAY '|===========    DEVIS     ===========|'
       DISPLAY '|=========== EVENEMENTS   ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

       PERFORM EXPIRER_DEVIS
       IF WdvNbExpires NOT = 0 THEN
        DISPLAY WdvNbExpires,' devis arrivé(s) en fin de validité'
     -         ' passé(s) à l''état expiré'
       END-IF

       MOVE 9 TO WdvChoix
       PERFORM WITH TEST AFTER UNTIL WdvChoix = 0
        DISPLAY 'Que souhaitez vous faire ?'
        DISPLAY ' 1 - Nouveau devis'
        DISPLAY ' 2 - Consulter les devis d''un restaurant'
        DISPLAY ' 3 - Réviser un devis (nouvelle version)'
        DISPLAY ' 4 - Envoyer un devis à l''organisateur'
        DISPLAY ' 5 - Accepter un devis (création de l''événement)'
        DISPLAY ' 6 - Refuser un devis'
        DISPLAY ' 7 - Rapport du portefeuille de devis'
        DISPLAY ' 0 - Retour'
        ACCEPT WdvChoix
        EVALUATE WdvChoix
         WHEN 1
          PERFORM CREER_DEVIS
         WHEN 2
          PERFORM CONSULTER_DEVIS
         WHEN 3
          PERFORM REVISER_DEVIS
         WHEN 4
          PERFORM ENVOYER_DEVIS
         WHEN 5
          PERFORM ACCEPTER_DEVIS
         WHEN 6
          PERFORM REFUSER_DEVIS
         WHEN 7
          PERFORM RAPPORT_DEVIS
        END-EVALUATE
       END-PERFORM

       DISPLAY '-====================================-'.

      ********************* CREER_DEVIS **********************
      * Enregistre la première version d'un devis, à l'état
      * brouillon
      ******************************************************
       CREER_DEVIS.

       OPEN INPUT frestaurants
       DISPLAY 'Identifiant du restaurant :'
       ACCEPT WidRestSauv
       MOVE WidRestSauv TO fr_id
       READ frestaurants
        INVALID KEY
         DISPLAY 'Restaurant inexistant'
         CLOSE frestaurants
        NOT INVALID KEY
         CLOSE frestaurants
         PERFORM CONTROLER_ACCES_RESTAURANT
         IF WaccesOK = 0 THEN
          DISPLAY 'Vous ne gérez pas ce restaurant'
         ELSE
          OPEN I-O fdevis
          OPEN I-O fcompteurs
          MOVE 'DEVIS' TO WcptNom
          PERFORM PROCHAIN_COMPTEUR
          CLOSE fcompteurs
          MOVE WseqVal TO dv_id
          MOVE 1 TO dv_version
          MOVE WidRestSauv TO dv_idrest

          PERFORM SAISIR_CONTACT_DEVIS

          ACCEPT SYS-DATE8 FROM DATE YYYYMMDD
          MOVE SYS-DATE8 TO dv_dateCreation
          MOVE 0 TO dv_dateEnvoi
          MOVE 0 TO dv_dateDecision
          MOVE 0 TO dv_idevt
          MOVE WpseudoConnecte TO dv_pseudo
          MOVE 1 TO dv_statut

          PERFORM SAISIR_CONDITIONS_DEVIS

          WRITE dvTampon
           INVALID KEY
            DISPLAY 'Erreur lors de l''enregistrement du devis'
           NOT INVALID KEY
            DISPLAY 'Devis enregistré, identifiant : ',dv_id
            MOVE 'DEVIS' TO WaudFichier
            MOVE 'AJOUT' TO WaudOperation
            MOVE SPACE TO WaudCleAvant
            MOVE dv_cle TO WaudCleApres
            PERFORM ENREGISTRER_AUDIT
          END-WRITE
          CLOSE fdevis
         END-IF
       END-READ.

      *************** SAISIR_CONDITIONS_DEVIS *****************
      * Saisit les conditions de la version courante du devis
      * (dvTampon) : date et service, convives estimés, menus
      * proposés, prix (suggéré d'après les menus), taux
      * d'acompte et validité. La validité ne dépasse pas la
      * date de l'événement.
      ******************************************************
       SAISIR_CONDITIONS_DEVIS.

       PERFORM SAISIR_DATE_RESERVATION
       MOVE Wdate TO dv_date

       MOVE 9 TO dv_service
       PERFORM WITH TEST AFTER UNTIL dv_service = 1
          OR dv_service = 2
        DISPLAY 'Service ?'
        DISPLAY ' 1 - Midi'
        DISPLAY ' 2 - Soir'
        ACCEPT dv_service
       END-PERFORM

       MOVE 0 TO dv_nbConvives
       PERFORM WITH TEST AFTER UNTIL dv_nbConvives > 0
        DISPLAY 'Nombre de convives estimé :'
        ACCEPT dv_nbConvives
       END-PERFORM

       PERFORM SAISIR_MENUS_DEVIS

       DISPLAY 'Prix suggéré d''après les menus : ',WdvSugg,' €'
       MOVE 0 TO dv_prix
       DISPLAY 'Prix proposé (0 pour le prix suggéré) :'
       ACCEPT dv_prix
       IF dv_prix = 0 THEN
        MOVE WdvSugg TO dv_prix
       END-IF

       MOVE 0 TO dv_tauxAcompte
       DISPLAY 'Acompte demandé à l''acceptation, en % du prix'
     -         ' (0 pour 30 %) :'
       ACCEPT dv_tauxAcompte
       IF dv_tauxAcompte = 0 THEN
        MOVE 30 TO dv_tauxAcompte
       END-IF

       MOVE 0 TO WdvJours
       DISPLAY 'Durée de validité du devis en jours (0 pour 15) :'
       ACCEPT WdvJours
       IF WdvJours = 0 THEN
        MOVE 15 TO WdvJours
       END-IF
       ACCEPT SYS-DATE8 FROM DATE YYYYMMDD
       MOVE SYS-DATE8 TO WdvAuj
       COMPUTE WdvInt = FUNCTION INTEGER-OF-DATE(WdvAuj) + WdvJours
       COMPUTE dv_validite = FUNCTION DATE-OF-INTEGER(WdvInt)
       COMPUTE WdvDate8 = dv_date_annee * 10000
            + dv_date_mois * 100 + dv_date_jour
       IF dv_validite > WdvDate8 THEN
        MOVE WdvDate8 TO dv_validite
       END-IF.

      ****************** SAISIR_MENUS_DEVIS *******************
      * Saisit les menus de banquet proposés dans la version
      * courante du devis, avec leur nombre de couverts et le
      * prix carte du menu ; rend dans WdvSugg le prix suggéré
      * (couverts x prix carte)
      ******************************************************
       SAISIR_MENUS_DEVIS.

       MOVE 0 TO WdvSeq
       MOVE 0 TO WdvSugg
       OPEN I-O fdevmenus
       OPEN INPUT fmenus
       MOVE 9 TO WrepChoix
       PERFORM WITH TEST AFTER UNTIL WrepChoix = 0
        DISPLAY 'Proposer un menu de banquet ? 1:oui 0:non'
        ACCEPT WrepChoix
        IF WrepChoix = 1 THEN
         DISPLAY 'Nom du menu proposé :'
         ACCEPT fm_nom
         READ fmenus
          INVALID KEY
           DISPLAY 'Aucun menu ne porte ce nom'
          NOT INVALID KEY
           ADD 1 TO WdvSeq
           MOVE dv_id TO dvm_iddevis
           MOVE dv_version TO dvm_version
           MOVE WdvSeq TO dvm_seq
           MOVE fm_nom TO dvm_nomMenu
           MOVE fm_prix TO dvm_prixUnit
           MOVE 0 TO dvm_nbCouverts
           PERFORM WITH TEST AFTER UNTIL dvm_nbCouverts > 0
            DISPLAY 'Nombre de couverts sur ce menu :'
            ACCEPT dvm_nbCouverts
           END-PERFORM
           WRITE dvmTampon
            INVALID KEY
             REWRITE dvmTampon
           END-WRITE
           COMPUTE WdvSugg = WdvSugg
              + dvm_nbCouverts * dvm_prixUnit
           DISPLAY 'Ligne enregistrée : ',dvm_nbCouverts,
              ' x ',dvm_nomMenu
         END-READ
        END-IF
       END-PERFORM
       CLOSE fmenus
       CLOSE fdevmenus.

      ***************** LIRE_DEVIS_COURANT ********************
      * Demande l'identifiant d'un devis et en lit la dernière
      * version dans dvTampon (fdevis ouvert en I-O). Rend
      * WdvTrouve (1 : devis lu et restaurant géré par
      * l'opérateur), WdvId et WdvVersion.
      ******************************************************
       LIRE_DEVIS_COURANT.

       MOVE 0 TO WdvTrouve
       MOVE 0 TO WdvVersion
       DISPLAY 'Identifiant du devis :'
       ACCEPT WdvId
       MOVE WdvId TO dv_id
       MOVE 0 TO dv_version
       START fdevis KEY IS >= dv_cle
        INVALID KEY CONTINUE
        NOT INVALID KEY
         MOVE 0 TO WdvLFin
         PERFORM WITH TEST AFTER UNTIL WdvLFin = 1
          READ fdevis NEXT
           AT END MOVE 1 TO WdvLFin
           NOT AT END
            IF dv_id NOT = WdvId THEN
             MOVE 1 TO WdvLFin
            ELSE
             MOVE 1 TO WdvTrouve
             MOVE dv_version TO WdvVersion
            END-IF
          END-READ
         END-PERFORM
       END-START

       IF WdvTrouve = 0 THEN
        DISPLAY 'Devis inexistant'
       ELSE
        MOVE WdvId TO dv_id
        MOVE WdvVersion TO dv_version
        READ fdevis
         INVALID KEY
          MOVE 0 TO WdvTrouve
          DISPLAY 'Devis inexistant'
         NOT INVALID KEY
          MOVE dv_idrest TO WidRestSauv
          PERFORM CONTROLER_ACCES_RESTAURANT
          IF WaccesOK = 0 THEN
           MOVE 0 TO WdvTrouve
           DISPLAY 'Vous ne gérez pas ce restaurant'
          END-IF
        END-READ
       END-IF.

      ***************** LIBELLE_STATUT_DEVIS ******************
      * Libellés de l'état (WdvLibStatut) et du service
      * (WdvLibService) du devis courant
      ******************************************************
       LIBELLE_STATUT_DEVIS.

       EVALUATE TRUE
        WHEN DEVIS-BROUILLON
         MOVE 'BROUILLON' TO WdvLibStatut
        WHEN DEVIS-ENVOYE
         MOVE 'ENVOYE' TO WdvLibStatut
        WHEN DEVIS-ACCEPTE
         MOVE 'ACCEPTE' TO WdvLibStatut
        WHEN DEVIS-REFUSE
         MOVE 'REFUSE' TO WdvLibStatut
        WHEN DEVIS-EXPIRE
         MOVE 'EXPIRE' TO WdvLibStatut
        WHEN DEVIS-REMPLACE
         MOVE 'REMPLACE' TO WdvLibStatut
        WHEN OTHER
         MOVE '?' TO WdvLibStatut
       END-EVALUATE
       IF DEVIS-MIDI THEN
        MOVE 'midi' TO WdvLibService
       ELSE
        MOVE 'soir' TO WdvLibService
       END-IF.

      ******************* AFFICHER_DEVIS **********************
      * Affiche la version courante du devis (dvTampon) et ses
      * menus proposés
      ******************************************************
       AFFICHER_DEVIS.

       PERFORM LIBELLE_STATUT_DEVIS
       DISPLAY 'Devis ',dv_id,' version ',dv_version,' - ',
            WdvLibStatut
       DISPLAY '  Restaurant ',dv_idrest,' - le ',dv_date_jour,'/',
            dv_date_mois,'/',dv_date_annee,', service du ',
            WdvLibService
       DISPLAY '  Organisateur : ',dv_organisateur
       DISPLAY '  Mail : ',dv_mail
       IF dv_tel NOT = 0 THEN
        DISPLAY '  Téléphone : ',dv_tel
       END-IF
       DISPLAY '  Convives estimés : ',dv_nbConvives
       DISPLAY '  Menus proposés :'
       PERFORM AFFICHER_MENUS_DEVIS
       DISPLAY '  Prix proposé : ',dv_prix,' € (acompte ',
            dv_tauxAcompte,' %)'
       DISPLAY '  Valable jusqu''au ',dv_validite(7:2),'/',
            dv_validite(5:2),'/',dv_validite(1:4)
       IF dv_idevt NOT = 0 THEN
        DISPLAY '  Converti en événement ',dv_idevt
       END-IF
       DISPLAY ' '.

      **************** AFFICHER_MENUS_DEVIS *******************
      * Affiche les menus proposés dans la version courante du
      * devis et rend leur nombre dans WdvNbMenus
      ******************************************************
       AFFICHER_MENUS_DEVIS.

       MOVE 0 TO WdvNbMenus
       OPEN INPUT fdevmenus
       MOVE dv_id TO dvm_iddevis
       MOVE dv_version TO dvm_version
       MOVE 0 TO dvm_seq
       START fdevmenus KEY IS >= dvm_cle
        INVALID KEY CONTINUE
        NOT INVALID KEY
         MOVE 0 TO WdvLFin
         PERFORM WITH TEST AFTER UNTIL WdvLFin = 1
          READ fdevmenus NEXT
           AT END MOVE 1 TO WdvLFin
           NOT AT END
            IF dvm_iddevis NOT = dv_id
               OR dvm_version NOT = dv_version THEN
             MOVE 1 TO WdvLFin
            ELSE
             ADD 1 TO WdvNbMenus
             DISPLAY '    ',dvm_nbCouverts,' x ',dvm_nomMenu,
                ' à ',dvm_prixUnit,' €'
            END-IF
          END-READ
         END-PERFORM
       END-START
       CLOSE fdevmenus
       IF WdvNbMenus = 0 THEN
        DISPLAY '    (aucun menu proposé)'
       END-IF.

      ******************* CONSULTER_DEVIS *********************
      * Liste les devis d'un restaurant, toutes versions
      * confondues, puis affiche le détail d'un devis
      ******************************************************
       CONSULTER_DEVIS.

       DISPLAY 'Identifiant du restaurant :'
       ACCEPT WidResto
       MOVE WidResto TO WidRestSauv
       PERFORM CONTROLER_ACCES_RESTAURANT
       IF WaccesOK = 0 THEN
        DISPLAY 'Vous ne gérez pas ce restaurant'
       ELSE
        OPEN I-O fdevis
        MOVE WidResto TO dv_idrest
        MOVE 0 TO Wtrouve
        START fdevis, KEY IS = dv_idrest
         INVALID KEY
          CONTINUE
         NOT INVALID KEY
          MOVE 0 TO WdvFin
          PERFORM WITH TEST AFTER UNTIL WdvFin = 1
           READ fdevis NEXT
            AT END MOVE 1 TO WdvFin
            NOT AT END
             IF dv_idrest NOT = WidResto THEN
              MOVE 1 TO WdvFin
             ELSE
              MOVE 1 TO Wtrouve
              PERFORM LIBELLE_STATUT_DEVIS
              DISPLAY 'Devis ',dv_id,' v',dv_version,' ',
                 WdvLibStatut,' le ',dv_date_jour,'/',
                 dv_date_mois,'/',dv_date_annee,' ',
                 WdvLibService,' ',dv_nbConvives,' conv. ',
                 dv_prix,' € - ',dv_organisateur
             END-IF
           END-READ
          END-PERFORM
        END-START
        IF Wtrouve = 0 THEN
         DISPLAY 'Aucun devis pour ce restaurant'
        ELSE
         MOVE 9 TO Wchoix
         PERFORM WITH TEST AFTER UNTIL Wchoix = 1 OR Wchoix = 0
          DISPLAY 'Afficher le détail d''un devis ? 1:oui 0:non'
          ACCEPT Wchoix
         END-PERFORM
         IF Wchoix = 1 THEN
          PERFORM LIRE_DEVIS_COURANT
          IF WdvTrouve = 1 THEN
           PERFORM AFFICHER_DEVIS
          END-IF
         END-IF
        END-IF
        CLOSE fdevis
       END-IF.

      **************** SAISIR_CONTACT_DEVIS *******************
      * Saisit l'organisateur du devis courant et ses
      * coordonnées ; l'adresse mail est redemandée tant
      * qu'elle ne comporte pas de '@'
      ******************************************************
       SAISIR_CONTACT_DEVIS.

       DISPLAY 'Organisateur :'
       ACCEPT dv_organisateur
       PERFORM WITH TEST AFTER UNTIL WmqArobase > 0
        DISPLAY 'Adresse mail de l''organisateur :'
        ACCEPT dv_mail
        MOVE 0 TO WmqArobase
        INSPECT dv_mail TALLYING WmqArobase FOR ALL '@'
        IF WmqArobase = 0 THEN
         DISPLAY 'Adresse mail invalide'
        END-IF
       END-PERFORM
       MOVE 0 TO dv_tel
       DISPLAY 'Téléphone de l''organisateur (0 si inconnu) :'
       ACCEPT dv_tel.

      ******************** REVISER_DEVIS **********************
      * Crée la version suivante d'un devis en cours ou expiré
      * avec de nouvelles conditions (et, au besoin, un
      * nouvel organisateur ou de nouvelles coordonnées) : la
      * nouvelle version
      * repart à l'état brouillon, la précédente passe à l'état
      * remplacé
      ******************************************************
       REVISER_DEVIS.

       OPEN I-O fdevis
       PERFORM LIRE_DEVIS_COURANT
       IF WdvTrouve = 1 THEN
        PERFORM AFFICHER_DEVIS
        IF DEVIS-ACCEPTE OR DEVIS-REFUSE THEN
         DISPLAY 'Ce devis est clos : révision impossible'
        ELSE
         IF dv_version = 99 THEN
          DISPLAY 'Nombre maximal de versions atteint'
         ELSE
          MOVE 9 TO Wchoix
          PERFORM WITH TEST AFTER UNTIL Wchoix = 1 OR Wchoix = 0
           DISPLAY 'Créer la version suivante ? 1:oui 0:non'
           ACCEPT Wchoix
          END-PERFORM
          IF Wchoix = 1 THEN
           MOVE dv_version TO WdvAncVersion
           ADD 1 TO dv_version
           MOVE 1 TO dv_statut
           MOVE 0 TO dv_dateEnvoi
           MOVE 0 TO dv_dateDecision
           MOVE WpseudoConnecte TO dv_pseudo
           MOVE 9 TO Wchoix
           PERFORM WITH TEST AFTER UNTIL Wchoix = 1 OR Wchoix = 0
            DISPLAY 'Modifier l''organisateur et ses coordonnées ?'
     -             ' 1:oui 0:non'
            ACCEPT Wchoix
           END-PERFORM
           IF Wchoix = 1 THEN
            PERFORM SAISIR_CONTACT_DEVIS
           END-IF
           PERFORM SAISIR_CONDITIONS_DEVIS
           WRITE dvTampon
            INVALID KEY
             DISPLAY 'Erreur lors de l''enregistrement de la'
     -              ' version'
            NOT INVALID KEY
             DISPLAY 'Version ',dv_version,' du devis ',dv_id,
                ' enregistrée'
             MOVE 'DEVIS' TO WaudFichier
             MOVE 'VERSION' TO WaudOperation
             MOVE SPACE TO WaudCleAvant
             MOVE dv_cle TO WaudCleApres
             PERFORM ENREGISTRER_AUDIT
             MOVE WdvAncVersion TO dv_version
             READ fdevis
              NOT INVALID KEY
               MOVE 6 TO dv_statut
               REWRITE dvTampon
             END-READ
           END-WRITE
          END-IF
         END-IF
        END-IF
       END-IF
       CLOSE fdevis.

      ******************** ENVOYER_DEVIS **********************
      * Dépose la dernière version d'un devis en cours dans la
      * file des mails à l'adresse de l'organisateur et la
      * passe à l'état envoyé (un nouvel envoi est permis)
      ******************************************************
       ENVOYER_DEVIS.

       OPEN I-O fdevis
       PERFORM LIRE_DEVIS_COURANT
       IF WdvTrouve = 1 THEN
        PERFORM AFFICHER_DEVIS
        MOVE 0 TO WmqArobase
        INSPECT dv_mail TALLYING WmqArobase FOR ALL '@'
        IF NOT DEVIS-BROUILLON AND NOT DEVIS-ENVOYE THEN
         DISPLAY 'Ce devis n''est plus en cours : envoi'
     -          ' impossible'
        ELSE
         IF WmqArobase = 0 THEN
          DISPLAY 'Adresse mail de l''organisateur inexploitable'
          DISPLAY 'Réviser le devis pour corriger l''adresse avant'
     -           ' de l''envoyer'
         ELSE
          MOVE 'DEVIS' TO WdvMailType
          MOVE 0 TO WdvAcompte
          PERFORM DEPOSER_MAIL_DEVIS
          ACCEPT SYS-DATE8 FROM DATE YYYYMMDD
          MOVE SYS-DATE8 TO dv_dateEnvoi
          MOVE 2 TO dv_statut
          REWRITE dvTampon
           INVALID KEY
            DISPLAY 'Erreur lors de la mise à jour du devis'
           NOT INVALID KEY
            DISPLAY 'Devis déposé dans la file des mails'
            MOVE 'DEVIS' TO WaudFichier
            MOVE 'ENVOI' TO WaudOperation
            MOVE dv_cle TO WaudCleAvant
            MOVE dv_mail TO WaudCleApres
            PERFORM ENREGISTRER_AUDIT
          END-REWRITE
         END-IF
        END-IF
       END-IF
       CLOSE fdevis.

      ***************** DEPOSER_MAIL_DEVIS ********************
      * Dépose dans la file de mails le message WdvMailType
      * (DEVIS : envoi du devis, ACOMPTE : demande d'acompte
      * après acceptation) de la version courante du devis :
      * destinataire;type;devis;version;restaurant;date;
      * service;convives;prix;validité;acompte;événement;
      * organisateur. Message transactionnel, jamais filtré par
      * le consentement marketing.
      ******************************************************
       DEPOSER_MAIL_DEVIS.

       PERFORM LIBELLE_STATUT_DEVIS
       OPEN EXTEND fmailqueue
       IF mq_stat = 35 THEN
        OPEN OUTPUT fmailqueue
       END-IF
       ACCEPT SYS-DATE8 FROM DATE YYYYMMDD
       ACCEPT WmqTime FROM TIME
       MOVE SPACES TO WmqHoroNow
       STRING SYS-DATE8 DELIMITED BY SIZE
            WmqTime DELIMITED BY SIZE INTO WmqHoroNow
       MOVE SPACES TO mqLigne
       STRING 'AENVOYER' DELIMITED BY SIZE
            ';' DELIMITED BY SIZE
            '00' DELIMITED BY SIZE ';' DELIMITED BY SIZE
            WmqHoroNow DELIMITED BY SIZE ';' DELIMITED BY SIZE
            dv_mail DELIMITED BY SPACE ';' DELIMITED BY SIZE
            WdvMailType DELIMITED BY SPACE ';' DELIMITED BY SIZE
            dv_id DELIMITED BY SIZE ';' DELIMITED BY SIZE
            dv_version DELIMITED BY SIZE ';' DELIMITED BY SIZE
            dv_idrest DELIMITED BY SIZE ';' DELIMITED BY SIZE
            dv_date_jour DELIMITED BY SIZE '/' DELIMITED BY SIZE
            dv_date_mois DELIMITED BY SIZE '/' DELIMITED BY SIZE
            dv_date_annee DELIMITED BY SIZE ';' DELIMITED BY SIZE
            WdvLibService DELIMITED BY SPACE ';' DELIMITED BY SIZE
            dv_nbConvives DELIMITED BY SIZE ';' DELIMITED BY SIZE
            dv_prix DELIMITED BY SIZE ';' DELIMITED BY SIZE
            dv_validite DELIMITED BY SIZE ';' DELIMITED BY SIZE
            WdvAcompte DELIMITED BY SIZE ';' DELIMITED BY SIZE
            dv_idevt DELIMITED BY SIZE ';' DELIMITED BY SIZE
            dv_organisateur DELIMITED BY SIZE
            INTO mqLigne
       WRITE mqLigne
       CLOSE fmailqueue.

      ******************** ACCEPTER_DEVIS *********************
      * Acceptation par l'organisateur de la dernière version
      * d'un devis en cours et encore valable : saisie du
      * créneau et des tables à bloquer, création de
      * l'événement au prix du devis, recopie des menus
      * proposés en menus du banquet, puis demande d'acompte
      ******************************************************
       ACCEPTER_DEVIS.

       OPEN I-O fdevis
       PERFORM LIRE_DEVIS_COURANT
       IF WdvTrouve = 1 THEN
        PERFORM AFFICHER_DEVIS
        ACCEPT SYS-DATE8 FROM DATE YYYYMMDD
        MOVE SYS-DATE8 TO WdvAuj
        IF NOT DEVIS-BROUILLON AND NOT DEVIS-ENVOYE THEN
         DISPLAY 'Ce devis n''est plus en cours : acceptation'
     -          ' impossible'
        ELSE
         IF dv_validite < WdvAuj THEN
          DISPLAY 'Devis hors validité : le réviser (nouvelle'
     -           ' version) avant acceptation'
         ELSE
          MOVE 9 TO Wchoix
          PERFORM WITH TEST AFTER UNTIL Wchoix = 1 OR Wchoix = 0
           DISPLAY 'L''organisateur accepte ce devis ?'
     -            ' 1:oui 0:non'
           ACCEPT Wchoix
          END-PERFORM
          IF Wchoix = 1 THEN
           PERFORM CONVERTIR_DEVIS
          END-IF
         END-IF
        END-IF
       END-IF
       CLOSE fdevis.

      ******************* CONVERTIR_DEVIS *********************
      * Convertit le devis courant (dvTampon, fdevis ouvert en
      * I-O) en événement privatif : le créneau et les tables
      * sont saisis comme pour un événement direct
      ******************************************************
       CONVERTIR_DEVIS.

       MOVE dv_idrest TO WidRestSauv
       MOVE dv_date TO Wdate
       OPEN I-O fevenements
       OPEN I-O fcompteurs
       MOVE 'EVENEMENT' TO WcptNom
       PERFORM PROCHAIN_COMPTEUR
       CLOSE fcompteurs
       MOVE WseqVal TO evt_id

       PERFORM LIBELLE_STATUT_DEVIS
       DISPLAY 'Créneau de l''événement (service du ',
            WdvLibService,')'
       PERFORM SAISIR_CRENEAU_EVENEMENT

       IF evt_typePriv = 2 OR evt_nbTables > 0 THEN
        MOVE dv_idrest TO evt_idrest
        MOVE dv_date TO evt_date
        MOVE dv_organisateur TO evt_organisateur
        MOVE dv_prix TO evt_prix
        WRITE evtTampon
         INVALID KEY
          DISPLAY 'Erreur lors de l''enregistrement de'
     -           ' l''événement'
         NOT INVALID KEY
          DISPLAY 'Evénement enregistré, identifiant : ',evt_id
          MOVE 'EVENEMENT' TO WaudFichier
          MOVE 'AJOUT' TO WaudOperation
          MOVE SPACE TO WaudCleAvant
          MOVE evt_id TO WaudCleApres
          PERFORM ENREGISTRER_AUDIT
          MOVE evt_id TO WevtId
          PERFORM COPIER_MENUS_DEVIS

          MOVE 3 TO dv_statut
          MOVE evt_id TO dv_idevt
          MOVE WdvAuj TO dv_dateDecision
          REWRITE dvTampon
           INVALID KEY
            DISPLAY 'Erreur lors de la mise à jour du devis'
           NOT INVALID KEY
            MOVE 'DEVIS' TO WaudFichier
            MOVE 'ACCEPTE' TO WaudOperation
            MOVE dv_cle TO WaudCleAvant
            MOVE evt_id TO WaudCleApres
            PERFORM ENREGISTRER_AUDIT
          END-REWRITE
          PERFORM DEMANDER_ACOMPTE_DEVIS
        END-WRITE
       ELSE
        DISPLAY 'Le devis reste en cours'
       END-IF
       CLOSE fevenements.

      ****************** COPIER_MENUS_DEVIS *******************
      * Recopie les menus proposés dans la version courante du
      * devis en lignes de menus du banquet de l'événement
      * WevtId
      ******************************************************
       COPIER_MENUS_DEVIS.

       MOVE 0 TO WevmSeq
       OPEN INPUT fdevmenus
       OPEN I-O fevtmenus
       MOVE dv_id TO dvm_iddevis
       MOVE dv_version TO dvm_version
       MOVE 0 TO dvm_seq
       START fdevmenus KEY IS >= dvm_cle
        INVALID KEY CONTINUE
        NOT INVALID KEY
         MOVE 0 TO WdvLFin
         PERFORM WITH TEST AFTER UNTIL WdvLFin = 1
          READ fdevmenus NEXT
           AT END MOVE 1 TO WdvLFin
           NOT AT END
            IF dvm_iddevis NOT = dv_id
               OR dvm_version NOT = dv_version THEN
             MOVE 1 TO WdvLFin
            ELSE
             ADD 1 TO WevmSeq
             MOVE WevtId TO evm_idevt
             MOVE WevmSeq TO evm_seq
             MOVE dvm_nomMenu TO evm_nomMenu
             MOVE dvm_nbCouverts TO evm_nbCouverts
             WRITE evmTampon
              INVALID KEY
               REWRITE evmTampon
             END-WRITE
            END-IF
          END-READ
         END-PERFORM
       END-START
       CLOSE fevtmenus
       CLOSE fdevmenus
       DISPLAY WevmSeq,' ligne(s) de menus reprise(s) pour le'
     -         ' banquet'.

      **************** DEMANDER_ACOMPTE_DEVIS *****************
      * Demande d'acompte de l'événement issu du devis courant
      * (taux dv_tauxAcompte du prix) : imprimée pour
      * l'organisateur et déposée dans la file des mails.
      * L'acompte reçu s'enregistre comme tout versement sur
      * l'événement (SAISIR_PAIEMENT_EVENEMENT).
      ******************************************************
       DEMANDER_ACOMPTE_DEVIS.

       COMPUTE WdvAcompte ROUNDED = dv_prix * dv_tauxAcompte / 100
       DISPLAY '--------------------------------------'
       DISPLAY 'Demande d''acompte - événement n°',dv_idevt,
            ' - Restaurant ',dv_idrest
       DISPLAY 'Organisateur : ',dv_organisateur
       DISPLAY 'Le ',dv_date_jour,'/',dv_date_mois,'/',
            dv_date_annee,' (devis ',dv_id,' version ',dv_version,
            ')'
       DISPLAY 'Prix convenu : ',dv_prix,' €'
       DISPLAY 'Acompte demandé (',dv_tauxAcompte,' %) : ',
            WdvAcompte,' €'
       DISPLAY '--------------------------------------'

       MOVE 0 TO WmqArobase
       INSPECT dv_mail TALLYING WmqArobase FOR ALL '@'
       IF WmqArobase = 0 THEN
        DISPLAY 'Adresse mail inexploitable : remettre la demande'
     -         ' à l''organisateur'
       ELSE
        MOVE 'ACOMPTE' TO WdvMailType
        PERFORM DEPOSER_MAIL_DEVIS
        DISPLAY 'Demande d''acompte déposée dans la file des mails'
       END-IF.

      ******************** REFUSER_DEVIS **********************
      * Enregistre le refus par l'organisateur de la dernière
      * version d'un devis en cours
      ******************************************************
       REFUSER_DEVIS.

       OPEN I-O fdevis
       PERFORM LIRE_DEVIS_COURANT
       IF WdvTrouve = 1 THEN
        PERFORM AFFICHER_DEVIS
        IF NOT DEVIS-BROUILLON AND NOT DEVIS-ENVOYE THEN
         DISPLAY 'Ce devis n''est plus en cours'
        ELSE
         MOVE 9 TO Wchoix
         PERFORM WITH TEST AFTER UNTIL Wchoix = 1 OR Wchoix = 0
          DISPLAY 'Enregistrer le refus de ce devis ? 1:oui 0:non'
          ACCEPT Wchoix
         END-PERFORM
         IF Wchoix = 1 THEN
          ACCEPT SYS-DATE8 FROM DATE YYYYMMDD
          MOVE SYS-DATE8 TO dv_dateDecision
          MOVE 4 TO dv_statut
          REWRITE dvTampon
           INVALID KEY
            DISPLAY 'Erreur lors de la mise à jour du devis'
           NOT INVALID KEY
            DISPLAY 'Devis refusé'
            MOVE 'DEVIS' TO WaudFichier
            MOVE 'REFUS' TO WaudOperation
            MOVE dv_cle TO WaudCleAvant
            MOVE SPACE TO WaudCleApres
            PERFORM ENREGISTRER_AUDIT
          END-REWRITE
         END-IF
        END-IF
       END-IF
       CLOSE fdevis.

      ******************** EXPIRER_DEVIS **********************
      * Passe à l'état expiré les devis en cours (brouillon ou
      * envoyé) dont la date de validité est dépassée ; rend
      * leur nombre dans WdvNbExpires
      ******************************************************
       EXPIRER_DEVIS.

       MOVE 0 TO WdvNbExpires
       ACCEPT SYS-DATE8 FROM DATE YYYYMMDD
       MOVE SYS-DATE8 TO WdvAuj
       OPEN I-O fdevis
       MOVE 0 TO dv_id
       MOVE 0 TO dv_version
       START fdevis KEY IS >= dv_cle
        INVALID KEY CONTINUE
        NOT INVALID KEY
         MOVE 0 TO WdvFin
         PERFORM WITH TEST AFTER UNTIL WdvFin = 1
          READ fdevis NEXT
           AT END MOVE 1 TO WdvFin
           NOT AT END
            IF (DEVIS-BROUILLON OR DEVIS-ENVOYE)
               AND dv_validite < WdvAuj THEN
             MOVE 5 TO dv_statut
             MOVE WdvAuj TO dv_dateDecision
             REWRITE dvTampon
              NOT INVALID KEY
               ADD 1 TO WdvNbExpires
             END-REWRITE
            END-IF
          END-READ
         END-PERFORM
       END-START
       CLOSE fdevis.

      ******************** RAPPORT_DEVIS **********************
      * Portefeuille de devis par restaurant, sur les demandes
      * reçues dans la période : nombre de devis par état,
      * valeur devisée (en cours et acceptée), taux de
      * conversion (acceptés / devis tranchés : acceptés,
      * refusés ou expirés) et liste des devis en cours qui
      * arrivent en fin de validité dans l'horizon demandé.
      * Seule la dernière version de chaque devis compte.
      ******************************************************
       RAPPORT_DEVIS.

       DISPLAY '|====================================|'
       DISPLAY '|=========== PORTEFEUILLE ===========|'
       DISPLAY '|===========   DE DEVIS   ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

        PERFORM EXPIRER_DEVIS

        MOVE 0 TO WdateOK
        PERFORM WITH TEST AFTER UNTIL WdateOK = 1
         DISPLAY 'Demandes reçues du (JJ MM AAAA) :'
         ACCEPT Wdate_jour
         ACCEPT Wdate_mois
         ACCEPT Wdate_annee
         PERFORM VALIDER_DATE
        END-PERFORM
        COMPUTE WdvDeb = Wdate_annee * 10000 + Wdate_mois * 100
           + Wdate_jour
        MOVE 0 TO WdateOK
        PERFORM WITH TEST AFTER UNTIL WdateOK = 1
         DISPLAY 'Au (JJ MM AAAA) :'
         ACCEPT Wdate_jour
         ACCEPT Wdate_mois
         ACCEPT Wdate_annee
         PERFORM VALIDER_DATE
        END-PERFORM
        COMPUTE WdvFinP = Wdate_annee * 10000 + Wdate_mois * 100
           + Wdate_jour

        MOVE 0 TO WdvJours
        DISPLAY 'Fin de validité à signaler sous combien de jours'
     -          ' (0 pour 7) ?'
        ACCEPT WdvJours
        IF WdvJours = 0 THEN
         MOVE 7 TO WdvJours
        END-IF
        COMPUTE WdvInt = FUNCTION INTEGER-OF-DATE(WdvAuj)
           + WdvJours
        COMPUTE WdvLimite = FUNCTION DATE-OF-INTEGER(WdvInt)

        MOVE 0 TO WdvTotNb
        MOVE 0 TO WdvTotAcc
        MOVE 0 TO WdvTotDec
        MOVE 0 TO WdvTotVal
        MOVE 0 TO WdvTotValAcc
        MOVE 0 TO WdvTotEch

        OPEN INPUT frestaurants
        OPEN INPUT fdevis
        MOVE 0 TO fr_id
        START frestaurants KEY IS >= fr_id
         INVALID KEY CONTINUE
         NOT INVALID KEY
          MOVE 0 TO WdvFin
          PERFORM WITH TEST AFTER UNTIL WdvFin = 1
           READ frestaurants NEXT
            AT END MOVE 1 TO WdvFin
            NOT AT END
             MOVE fr_id TO WidRestSauv
             PERFORM CONTROLER_ACCES_RESTAURANT
             IF WaccesOK = 1 THEN
              PERFORM RAPPORT_DEVIS_RESTAURANT
             END-IF
           END-READ
          END-PERFORM
        END-START
        CLOSE fdevis
        CLOSE frestaurants

        DISPLAY ' '
        IF WdvTotNb = 0 THEN
         DISPLAY 'Aucun devis sur la période'
        ELSE
         DISPLAY 'Tous restaurants : ',WdvTotNb,' devis, ',
            WdvTotVal,' € devisés dont ',WdvTotValAcc,
            ' € acceptés'
         IF WdvTotDec = 0 THEN
          DISPLAY 'Taux de conversion : aucun devis tranché'
         ELSE
          COMPUTE WdvTaux ROUNDED = WdvTotAcc * 100 / WdvTotDec
          MOVE WdvTaux TO WdvTauxE
          DISPLAY 'Taux de conversion : ',WdvTauxE,' %'
         END-IF
         DISPLAY 'Devis en fin de validité sous ',WdvJours,
            ' jour(s) : ',WdvTotEch
        END-IF

       DISPLAY '-====================================-'.

      ************** RAPPORT_DEVIS_RESTAURANT *****************
      * Bloc du rapport des devis pour le restaurant courant
      * (restTampon) : les devis sont lus par restaurant, et
      * une version n'est comptée que si aucune version
      * suivante ne l'a remplacée
      ******************************************************
       RAPPORT_DEVIS_RESTAURANT.

       MOVE 0 TO WdvNb
       MOVE 0 TO WdvNbCours
       MOVE 0 TO WdvNbAcc
       MOVE 0 TO WdvNbRef
       MOVE 0 TO WdvNbExp
       MOVE 0 TO WdvNbEch
       MOVE 0 TO WdvVal
       MOVE 0 TO WdvValCours
       MOVE 0 TO WdvValAcc
       MOVE fr_id TO dv_idrest
       START fdevis, KEY IS = dv_idrest
        INVALID KEY CONTINUE
        NOT INVALID KEY
         MOVE 0 TO WdvLFin
         PERFORM WITH TEST AFTER UNTIL WdvLFin = 1
          READ fdevis NEXT
           AT END MOVE 1 TO WdvLFin
           NOT AT END
            IF dv_idrest NOT = fr_id THEN
             MOVE 1 TO WdvLFin
            ELSE
             IF NOT DEVIS-REMPLACE
                AND dv_dateCreation >= WdvDeb
                AND dv_dateCreation <= WdvFinP THEN
              PERFORM COMPTER_DEVIS
             END-IF
            END-IF
          END-READ
         END-PERFORM
       END-START

       IF WdvNb NOT = 0 THEN
        COMPUTE WdvNbDec = WdvNbAcc + WdvNbRef + WdvNbExp
        DISPLAY '  Devis : ',WdvNb,' (en cours ',WdvNbCours,
           ', acceptés ',WdvNbAcc,', refusés ',WdvNbRef,
           ', expirés ',WdvNbExp,')'
        DISPLAY '  Valeur devisée : ',WdvVal,' € dont en cours ',
           WdvValCours,' € et acceptée ',WdvValAcc,' €'
        IF WdvNbDec = 0 THEN
         DISPLAY '  Taux de conversion : aucun devis tranché'
        ELSE
         COMPUTE WdvTaux ROUNDED = WdvNbAcc * 100 / WdvNbDec
         MOVE WdvTaux TO WdvTauxE
         DISPLAY '  Taux de conversion : ',WdvTauxE,' %'
        END-IF
        ADD WdvNb TO WdvTotNb
        ADD WdvNbAcc TO WdvTotAcc
        ADD WdvNbDec TO WdvTotDec
        ADD WdvVal TO WdvTotVal
        ADD WdvValAcc TO WdvTotValAcc
        ADD WdvNbEch TO WdvTotEch
       END-IF.

      ******************** COMPTER_DEVIS **********************
      * Cumule le devis courant dans les compteurs du
      * restaurant ; l'en-tête du restaurant est affiché au
      * premier devis retenu, et un devis en cours qui arrive
      * en fin de validité avant WdvLimite est listé
      ******************************************************
       COMPTER_DEVIS.

       ADD 1 TO WdvNb
       IF WdvNb = 1 THEN
        DISPLAY ' '
        DISPLAY 'Restaurant ',fr_id,' - ',fr_ville
       END-IF
       ADD dv_prix TO WdvVal
       EVALUATE TRUE
        WHEN DEVIS-BROUILLON
        WHEN DEVIS-ENVOYE
         ADD 1 TO WdvNbCours
         ADD dv_prix TO WdvValCours
         IF dv_validite <= WdvLimite THEN
          ADD 1 TO WdvNbEch
          PERFORM LIBELLE_STATUT_DEVIS
          DISPLAY '  Fin de validité le ',dv_validite(7:2),'/',
             dv_validite(5:2),'/',dv_validite(1:4),' : devis ',
             dv_id,' v',dv_version,' ',WdvLibStatut,' ',
             dv_prix,' € - ',dv_organisateur
         END-IF
        WHEN DEVIS-ACCEPTE
         ADD 1 TO WdvNbAcc
         ADD dv_prix TO WdvValAcc
        WHEN DEVIS-REFUSE
         ADD 1 TO WdvNbRef
        WHEN DEVIS-EXPIRE
         ADD 1 TO WdvNbExp
       END-EVALUATE.
