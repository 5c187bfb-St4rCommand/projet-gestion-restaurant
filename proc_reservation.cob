          ELSE
          PERFORM RECHERCHER_NUM_RESERVATION

      *allergies et régimes des convives, déclarés avant le choix
      *des menus pour que chaque menu soit contrôlé
          PERFORM SAISIR_ALLERGIES_RESA

          MOVE SPACES TO WresMenu
          MOVE 0 TO WprixTotal
          MOVE 0 TO WtvaNb
                DISPLAY 'Ce menu est indisponible dans ce restaurant'
               ELSE
      *un plat du menu épuisé ou 86 bloque le menu : on propose
      *une alternative servable (et sûre pour toute la table)
                MOVE 0 TO WalgConvive
                PERFORM VERIFIER_STOCK_MENU
                IF WstockOK = 0 THEN
                 DISPLAY 'Menu refusé : "',WstockManque,
     -              '" est épuisé ou retiré de la vente (86)'
                 PERFORM PROPOSER_ALTERNATIVE_MENU
                ELSE
      *le menu peut être affecté à un convive pour permettre
      *les tickets et règlements séparés
                MOVE 99 TO WalgConvive
                PERFORM WITH TEST AFTER
                   UNTIL WalgConvive <= WnbPersonnes
                 DISPLAY 'Numéro de convive pour ce menu'
     -                  ' (0 = commun) :'
                 ACCEPT WalgConvive
                END-PERFORM
      *ses plats sont contrôlés contre les allergies et le régime
      *déclarés pour ce convive : l'opérateur peut garder le menu
      *(le client est prévenu) ou se voir proposer un menu sûr
                MOVE 1 TO WalgGarde
                MOVE 0 TO WalgMuet
                PERFORM CONTROLER_ALLERGIES_MENU
                IF WalgOK = 0 THEN
                 MOVE 9 TO WalgChoix
                 PERFORM WITH TEST AFTER UNTIL WalgChoix = 1
                    OR WalgChoix = 0
                  DISPLAY 'Conserver ce menu malgré la déclaration ?'
     -                   ' 1:oui 0:non'
                  ACCEPT WalgChoix
                 END-PERFORM
                 IF WalgChoix = 0 THEN
                  MOVE 0 TO WalgGarde
                  DISPLAY 'Menu refusé (allergie / régime)'
                  PERFORM PROPOSER_ALTERNATIVE_MENU
                 END-IF
                END-IF
                IF WalgGarde = 1 THEN
                ADD 1 TO Wnb
                ADD frm_prixLocal TO WprixTotal
                MOVE frm_prixLocal TO WtvaPrixLigne
                MOVE WidSauv TO frd_idresa
                MOVE Wnb TO frd_seq
                MOVE fm_nom TO frd_nomMenu
                MOVE WalgConvive TO frd_convive
                WRITE rmTampon
                 INVALID KEY
                  DISPLAY 'Erreur lors de l''enregistrement du menu'
                 MOVE fm_nom TO WresMenu(WoffsetMenu:50)
                END-IF
                END-IF
                END-IF
               END-IF
             END-READ
           END-READ
      * client frs_idcli. Chaque ligne de la file porte en tête
      * un état (AENVOYER / ENVOYE / ECHEC), un compteur de
      * tentatives et un horodatage, exploités par le
      * répartiteur TRAITER_FILE_MAILS. Selon le canal du
      * client (CHOISIR_CANAL_CLIENT) la confirmation part en
      * SMS ; WsmsUrgent = 1 (promotion de la liste d'attente)
      * en fait une offre à confirmer dans l'heure, remis à 0
      * en sortie.
      ******************************************************
       ENVOYER_CONFIRMATION_RESERVATION.

       MOVE frs_idcli TO fc_id
       READ fclients
        NOT INVALID KEY
         PERFORM CHOISIR_CANAL_CLIENT
         IF WsmsCanal = 'S' THEN
          MOVE frs_idrest TO WsmsIdRest
          MOVE SPACES TO WsmsTexte
          IF WsmsUrgent = 1 THEN
           MOVE 'ATTENTE' TO WsmsType
           STRING 'Une table se libère le ' DELIMITED BY SIZE
              frs_date_jour DELIMITED BY SIZE '/' DELIMITED BY SIZE
              frs_date_mois DELIMITED BY SIZE ' à ' DELIMITED BY SIZE
              frs_heure_heure DELIMITED BY SIZE 'h' DELIMITED BY SIZE
              frs_heure_minute DELIMITED BY SIZE
              ' pour ' DELIMITED BY SIZE
              frs_nbPersonnes DELIMITED BY SIZE
              ' pers., restaurant ' DELIMITED BY SIZE
              frs_idrest DELIMITED BY SIZE
              ' : merci de confirmer dans l''heure'
              DELIMITED BY SIZE
              INTO WsmsTexte
          ELSE
           MOVE 'CONFIRM' TO WsmsType
           STRING 'Réservation confirmée le ' DELIMITED BY SIZE
              frs_date_jour DELIMITED BY SIZE '/' DELIMITED BY SIZE
              frs_date_mois DELIMITED BY SIZE '/' DELIMITED BY SIZE
              frs_date_annee DELIMITED BY SIZE
              ' à ' DELIMITED BY SIZE
              frs_heure_heure DELIMITED BY SIZE 'h' DELIMITED BY SIZE
              frs_heure_minute DELIMITED BY SIZE
              ' pour ' DELIMITED BY SIZE
              frs_nbPersonnes DELIMITED BY SIZE
              ' pers., restaurant ' DELIMITED BY SIZE
              frs_idrest DELIMITED BY SIZE
              INTO WsmsTexte
          END-IF
          PERFORM DEPOSER_SMS
         ELSE
          OPEN EXTEND fmailqueue
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
            fc_mail DELIMITED BY SIZE ';' DELIMITED BY SIZE
            frs_date_jour DELIMITED BY SIZE '/' DELIMITED BY SIZE
            frs_date_mois DELIMITED BY SIZE '/' DELIMITED BY SIZE
            frs_date_annee DELIMITED BY SIZE ';' DELIMITED BY SIZE
            frs_heure_heure DELIMITED BY SIZE 'h' DELIMITED BY SIZE
            frs_heure_minute DELIMITED BY SIZE ';' DELIMITED BY SIZE
            frs_idrest DELIMITED BY SIZE ';' DELIMITED BY SIZE
            frs_nbPersonnes DELIMITED BY SIZE ';' DELIMITED BY SIZE
            frs_nomsMenus DELIMITED BY SIZE ';' DELIMITED BY SIZE
            frs_prix DELIMITED BY SIZE
            INTO mqLigne
          WRITE mqLigne
          CLOSE fmailqueue
         END-IF
       END-READ
       CLOSE fclients
       MOVE 0 TO WsmsUrgent.

      **************** CONSULTER_RESERVATION ****************
      * Consulter les réservations : toutes, par identifiant,
      **************** CALCULER_TOTAL_PAYE ********************
      * Cumule dans WpayTotal les règlements déjà enregistrés
      * pour la réservation courante (frs_id), et laisse dans
      * WpaySeq le dernier numéro de séquence utilisé, ajustements
      * de mois clos compris (dernière séquence dans WajSeq).
      * Ouvre et referme fpaiements et fajustements.
      ******************************************************
       CALCULER_TOTAL_PAYE.

          END-READ
         END-PERFORM
       END-START
       CLOSE fpaiements
      *les ajustements passés sur un mois ouvert pour cette
      *réservation d'un mois clos comptent de la même façon
       MOVE 0 TO WajSeq
       OPEN INPUT fajustements
       MOVE frs_id TO aj_idresa
       MOVE 0 TO aj_seq
       START fajustements KEY IS >= aj_cle
        INVALID KEY CONTINUE
        NOT INVALID KEY
         MOVE 0 TO WintFin
         PERFORM WITH TEST AFTER UNTIL WintFin = 1
          READ fajustements NEXT
           AT END MOVE 1 TO WintFin
           NOT AT END
            IF aj_idresa NOT = frs_id THEN
             MOVE 1 TO WintFin
            ELSE
             IF AJUST-REMBOURSE THEN
              SUBTRACT aj_montant FROM WpayTotal
             ELSE
              ADD aj_montant TO WpayTotal
             END-IF
             MOVE aj_seq TO WajSeq
            END-IF
          END-READ
         END-PERFORM
       END-START
       CLOSE fajustements.

      **************** LIBELLE_STATUT_RESA ******************
      * Traduit frs_statut en libellé affichable (WlibStatut)

      ************** APPROUVER_REMBOURSEMENT ******************
      * Aval d'un Directeur avant remboursement : l'opérateur
      * dont le role détient APPROUVER_REMBOURSEMENT confirme
      * simplement ; sinon un Directeur présent (tout compte
      * dont le role détient ce droit) saisit son pseudo et son
      * mot de passe, vérifiés comme à la connexion. Rend
      * WappOK (1 : approuvé) et le pseudo approbateur dans
      * WappPseudo.
      ******************************************************
       APPROUVER_REMBOURSEMENT.

       MOVE 0 TO WappOK
       MOVE 'APPROUVER_REMBOURSEMENT' TO WdrFonction
       PERFORM DROIT_DETENU
       IF WdrOK = 1 THEN
        MOVE 9 TO Wchoix
        PERFORM WITH TEST AFTER UNTIL Wchoix = 1 OR Wchoix = 0
         DISPLAY 'Confirmer le remboursement (Directeur) ?'
         INVALID KEY
          DISPLAY 'Aucun compte ne porte ce pseudo'
         NOT INVALID KEY
          MOVE fu_role TO WdrRole
          MOVE 'APPROUVER_REMBOURSEMENT' TO WdrFonction
          PERFORM DROIT_ROLE
          IF WdrOK = 0 THEN
           PERFORM AUDITER_REFUS_DROIT
          END-IF
          IF WdrOK = 0 OR FU-COMPTE-BLOQUE THEN
           DISPLAY 'Ce compte ne peut pas approuver'
          ELSE
           DISPLAY 'Mot de passe :'
          IF WaccesOK = 0 THEN
           DISPLAY 'Vous ne gérez pas ce restaurant'
          ELSE
          MOVE frs_date_mois TO WclMois
          MOVE frs_date_annee TO WclAnnee
          PERFORM CONTROLER_MOIS_CLOS
          IF WclClos = 1 THEN
           DISPLAY 'Réservation d''un mois clôturé en comptabilité'
           DISPLAY 'Modification refusée : passer la correction en'
     -            ' règlement ou remboursement (ajustement)'
          ELSE
      *le verrou, pris une fois le restaurant connu, ne
      *sérialise que les écritures de ce restaurant
          MOVE WidRestSauv TO WverrouRest
               DISPLAY 'Table assignée : ',WtableAssignee
              END-IF
              PERFORM ENVOYER_CONFIRMATION_RESERVATION
      *les déclarations d'allergies peuvent évoluer : les menus
      *déjà choisis sont recontrôlés
              MOVE WidSauv TO WalgIdResa
              PERFORM AFFICHER_ALLERGIES_RESA
              PERFORM SAISIR_ALLERGIES_RESA
              PERFORM CONTROLER_ALLERGIES_RESA
             END-IF
           END-READ
          END-IF
          PERFORM RENDRE_VERROU_APP
          END-IF
          END-IF
          END-IF
        END-READ
        CLOSE freservations

          IF WaccesOK = 0 THEN
           DISPLAY 'Vous ne gérez pas ce restaurant'
          ELSE
          MOVE frs_date_mois TO WclMois
          MOVE frs_date_annee TO WclAnnee
          PERFORM CONTROLER_MOIS_CLOS
          IF WclClos = 1 THEN
           DISPLAY 'Réservation d''un mois clôturé en comptabilité'
           DISPLAY 'Suppression refusée : passer la correction en'
     -            ' règlement ou remboursement (ajustement)'
          ELSE
      *le verrou, pris une fois le restaurant connu, ne
      *sérialise que les écritures de ce restaurant
          MOVE WidRestSauv TO WverrouRest
          IF WverrouOK = 0 THEN
           DISPLAY 'Suppression abandonnée (poste occupé)'
          ELSE
      *un règlement enregistré ne s'efface jamais : une
      *réservation réglée est passée en annulée à l'accueil et
      *le remboursement éventuel saisi en paiement
          MOVE 0 TO Wchoix
          PERFORM CALCULER_TOTAL_PAYE
          IF WpaySeq NOT = 0 OR WajSeq NOT = 0 THEN
           DISPLAY 'Suppression refusée : des règlements sont'
     -            ' enregistrés sur cette réservation'
           DISPLAY 'Passer la réservation en annulée et saisir'
     -            ' le remboursement éventuel'
          ELSE
          PERFORM WITH TEST AFTER UNTIL Wchoix = 1 OR Wchoix = 0
           DISPLAY 'Etes vous sûr de vouloir supprimer cette'
     -             ' réservation ?'
           DISPLAY '1 : OUI     0 : NON'
           ACCEPT Wchoix
          END-PERFORM
          END-IF
          IF Wchoix = 1 THEN
           MOVE frs_id TO WidSauv
           MOVE frs_idrest TO WidRestSauv
             MOVE resaTampon TO WrjEnr
             PERFORM JOURNALISER_ECRITURE
             PERFORM SUPPRIMER_MENUS_RESERVATION
             PERFORM SUPPRIMER_CONSOS_RESERVATION
             MOVE WidSauv TO WalgIdResa
             PERFORM SUPPRIMER_ALLERGIES_RESA
      *un ticket déjà émis est annulé par un ticket négatif
             MOVE WidSauv TO WtfIdResa
             MOVE WidRestSauv TO WtfIdRest
             PERFORM ANNULER_TICKETS_RESERVATION
             IF WtableAssignee NOT = 0
              PERFORM LIBERER_TABLE
             END-IF
          PERFORM RENDRE_VERROU_APP
          END-IF
          END-IF
          END-IF
        END-READ
        CLOSE freservations

       END-START
       CLOSE fresamenus.

      ****************** SAISIR_PAIEMENT **********************
      * Enregistre un règlement (arrhes ou solde) sur une
      * réservation : montant, mode (carte, espèces, virement)
      * et date du jour, après saisie éventuelle des
      * consommations restant à facturer. Sur une réservation
      * d'un mois clos, l'opération devient un ajustement du
      * mois ouvert (ENREGISTRER_AJUSTEMENT). L'état de paiement
      * (non payé, arrhes versées, soldé) apparaît ensuite dans
      * AFFICHER_RESERVATION.
      ******************************************************
       SAISIR_PAIEMENT.
       DISPLAY '|====================================|'
       DISPLAY ' '

        OPEN I-O freservations
        DISPLAY 'Identifiant de la réservation :'
        ACCEPT frs_id
        READ freservations
            DISPLAY 'ATTENTION : réservation imputée à un compte'
     -             ' entreprise, facturée en fin de mois'
           END-IF
      *une réservation d'un mois déjà exporté ne bouge plus :
      *le règlement ou le remboursement part en ajustement sur
      *le mois ouvert, sans nouvelle consommation
           MOVE frs_date_mois TO WclMois
           MOVE frs_date_annee TO WclAnnee
           PERFORM CONTROLER_MOIS_CLOS
           IF WclClos = 1 THEN
            DISPLAY 'Mois ',WclMois,'/',WclAnnee,' clôturé en'
     -             ' comptabilité : l''opération sera passée en'
     -             ' ajustement sur le mois ouvert'
           END-IF

      *les consommations de fin de repas se saisissent avant
      *l'encaissement, pour que le reste dû soit juste
           MOVE 9 TO WcoSaisie
           IF WclClos = 1 THEN
            MOVE 0 TO WcoSaisie
           END-IF
           PERFORM WITH TEST BEFORE UNTIL WcoSaisie = 0
              OR WcoSaisie = 1
            DISPLAY 'Saisir des consommations (boissons, carte)'
     -             ' ? 1:oui 0:non'
            ACCEPT WcoSaisie
           END-PERFORM
           IF WcoSaisie = 1 THEN
            PERFORM SAISIR_CONSOMMATIONS
            REWRITE resaTampon
             INVALID KEY
              DISPLAY 'Erreur lors de la mise à jour du prix'
             NOT INVALID KEY
              MOVE 'RESERVATION' TO WrjFichier
              MOVE 'MODIF' TO WrjOp
              MOVE resaTampon TO WrjEnr
              PERFORM JOURNALISER_ECRITURE
            END-REWRITE
           END-IF

           MOVE 9 TO WpaySens
           PERFORM WITH TEST AFTER UNTIL WpaySens = 0

           IF WappOK = 0 THEN
            DISPLAY 'Opération abandonnée'
           ELSE IF WclClos = 1 THEN
            PERFORM ENREGISTRER_AJUSTEMENT
           ELSE
            OPEN I-O fpaiements
            MOVE frs_id TO pay_idresa
               SUBTRACT WpayMontant FROM WpayTotal
               DISPLAY 'Remboursement enregistré, total payé'
     -                ' net : ',WpayTotal,' €'
               PERFORM TICKET_REMBOURSEMENT
              ELSE
               COMPUTE WpayTotal = WpayTotal + WpayMontant
               DISPLAY 'Règlement enregistré, total payé : ',
            END-WRITE
            CLOSE fpaiements
           END-IF
           END-IF
           PERFORM RENDRE_VERROU_APP
          END-IF
          END-IF
      ****************** IMPRIMER_TICKET **********************
      * Ticket imprimable d'une réservation : chaque ligne de
      * menu au prix local du restaurant, la réduction fidélité
      * du client, les consommations hors menus, puis les
      * montants de TVA par taux et les totaux HT / TVA / TTC
      ******************************************************
       IMPRIMER_TICKET.

             ADD 1 TO WtvaIx
            END-PERFORM
           END-IF
      *consommations hors menus, sans réduction fidélité
           OPEN INPUT fconsos
           MOVE 99 TO WtkConvive
           PERFORM TICKET_CONSOS_RESA
           CLOSE fconsos
           MOVE 1 TO WtvaIx
           PERFORM WITH TEST BEFORE UNTIL WtvaIx > WtvaNb
            COMPUTE WtvaMontantTaux ROUNDED = WtvaBase(WtvaIx)
           DISPLAY 'Total TVA  : ',frs_tvaMontant,' €'
           DISPLAY 'Total HT   : ',frs_prixHT,' €'
           DISPLAY 'Total TTC  : ',frs_prix,' €'
      *numérotation fiscale du ticket (duplicata s'il a déjà
      *été émis au même montant)
           MOVE frs_idrest TO WtfIdRest
           MOVE frs_id TO WtfIdResa
           MOVE 99 TO WtfConvive
           MOVE frs_prix TO WtfTTC
           MOVE frs_prixHT TO WtfHT
           MOVE frs_tvaMontant TO WtfTVA
           PERFORM ENREGISTRER_TICKET_RESA
           DISPLAY '--------------------------------------'

      *règlements et remboursements déjà enregistrés, puis net
       OPEN INPUT fresamenus
       OPEN INPUT fmenus
       OPEN INPUT frmenus
       OPEN INPUT fconsos
       MOVE 0 TO WtkConvive
       PERFORM WITH TEST BEFORE
          UNTIL WtkConvive > frs_nbPersonnes
        PERFORM TICKET_UN_CONVIVE
        ADD 1 TO WtkConvive
       END-PERFORM
       CLOSE fconsos
       CLOSE frmenus
       CLOSE fmenus
       CLOSE fresamenus.

      ***************** TICKET_UN_CONVIVE *********************
      * Ticket des lignes de menus et de consommations
      * affectées au convive WtkConvive (0 : lignes communes).
      * Rien n'est imprimé si le convive n'a aucune ligne.
      * fresamenus, fmenus, frmenus et fconsos sont ouverts en
      * entrée par l'appelant.
      ******************************************************
       TICKET_UN_CONVIVE.

          ADD 1 TO WtvaIx
         END-PERFORM
        END-IF
       END-IF
      *consommations du convive, ajoutées après la réduction
       PERFORM TICKET_CONSOS_RESA

       IF WtkNb NOT = 0 THEN
        MOVE 0 TO WtvaMontantTot
        MOVE 1 TO WtvaIx
        PERFORM WITH TEST BEFORE UNTIL WtvaIx > WtvaNb
         COMPUTE WtvaMontantTaux ROUNDED = WtvaBase(WtvaIx)
         DISPLAY 'TVA ',WtvaTaux(WtvaIx),' % : ',
            WtvaMontantTaux,' € (sur ',WtvaBase(WtvaIx),
            ' € TTC)'
         ADD WtvaMontantTaux TO WtvaMontantTot
         ADD 1 TO WtvaIx
        END-PERFORM
        DISPLAY 'Total à régler : ',WtkSousTotal,' €'
        MOVE frs_idrest TO WtfIdRest
        MOVE frs_id TO WtfIdResa
        MOVE WtkConvive TO WtfConvive
        MOVE WtkSousTotal TO WtfTTC
        MOVE WtvaMontantTot TO WtfTVA
        COMPUTE WtfHT = WtfTTC - WtfTVA
        PERFORM ENREGISTRER_TICKET_RESA
        DISPLAY '--------------------------------------'
       END-IF.

          PERFORM CONTROLER_ACCES_RESTAURANT
          IF WaccesOK = 0 THEN
           DISPLAY 'Vous ne gérez pas ce restaurant'
          ELSE
          MOVE frs_date_mois TO WclMois
          MOVE frs_date_annee TO WclAnnee
          PERFORM CONTROLER_MOIS_CLOS
          IF WclClos = 1 THEN
           DISPLAY 'Réservation d''un mois clôturé en comptabilité'
           DISPLAY 'Répartition refusée'
          ELSE
           DISPLAY frs_nbPersonnes,' couvert(s) à cette table'
           OPEN I-O fresamenus
           CLOSE fresamenus
           DISPLAY 'Répartition enregistrée'
          END-IF
          END-IF
        END-READ

       DISPLAY '-====================================-'.

      **************** FICHE_JOUR_RESTAURANT ******************
      * Liste, triée par heure, les réservations d'un restaurant
      * pour une date donnée : la fiche remise au host stand,
      * allergies et régimes déclarés en évidence
      ******************************************************
       FICHE_JOUR_RESTAURANT.

          END-IF
          DISPLAY '  Menus : ',wtri_nomsMenus
          DISPLAY '  Prix : ',wtri_prix,' €'
          MOVE wtri_id TO WalgIdResa
          PERFORM AFFICHER_ALLERGIES_RESA
          DISPLAY ' '
       END-PERFORM.

      * Ecran du host stand pendant le service : liste les
      * réservations du jour d'un restaurant avec leur statut,
      * puis permet de pointer chaque réservation (arrivée,
      * terminée, annulée, no-show) et d'y saisir les
      * consommations prises à table. Quand la table ne sert
      * plus (terminée, annulée ou no-show), elle est rendue
      * libre pour le service suivant.
      ******************************************************
            ELSE
            PERFORM LIBELLE_STATUT_RESA
            DISPLAY 'Statut actuel : ',WlibStatut
      *table déjà installée : la salle peut soit changer le
      *statut, soit envoyer en cuisine le bon du plat suivant
            MOVE 1 TO WbonAction
            IF frs_statut = 1 THEN
             MOVE 9 TO WbonAction
             PERFORM WITH TEST AFTER UNTIL WbonAction = 1
                OR WbonAction = 2
              DISPLAY ' 1 - Changer le statut'
              DISPLAY ' 2 - Envoyer le bon suivant en cuisine'
              ACCEPT WbonAction
             END-PERFORM
            END-IF
            IF WbonAction = 2 THEN
             PERFORM ENVOYER_BON_SUITE
            ELSE
            MOVE 9 TO WstatutResa
            PERFORM WITH TEST AFTER UNTIL WstatutResa >= 1
               AND WstatutResa <= 4
              DISPLAY 'Table assignée : ',WtableAssignee
             END-IF
            END-IF
      *boissons et plats à la carte pris à table s'ajoutent aux
      *menus de la réservation
            IF WstatutResa = 1 OR WstatutResa = 2 THEN
             MOVE 9 TO WcoSaisie
             PERFORM WITH TEST AFTER UNTIL WcoSaisie = 0
                OR WcoSaisie = 1
              DISPLAY 'Saisir des consommations (boissons, carte)'
     -               ' ? 1:oui 0:non'
              ACCEPT WcoSaisie
             END-PERFORM
             IF WcoSaisie = 1 THEN
              PERFORM SAISIR_CONSOMMATIONS
             END-IF
            END-IF
            IF WstatutResa >= 2 AND frs_numTable NOT = 0 THEN
             MOVE frs_idrest TO WidRestSauv
             MOVE frs_numTable TO WtableAssignee
            MOVE resaTampon TO WrjEnr
            PERFORM JOURNALISER_ECRITURE
            DISPLAY 'Réservation ',frs_id,' : ',WlibStatut
            IF WstatutResa = 1 THEN
             PERFORM BON_ARRIVEE
            END-IF
            IF WstatutResa = 3 THEN
             MOVE frs_id TO WtfIdResa
             MOVE frs_idrest TO WtfIdRest
             PERFORM ANNULER_TICKETS_RESERVATION
             MOVE frs_idrest TO WidRestSauv
             MOVE frs_heure TO WheureSauv
             PERFORM PROMOUVOIR_ATTENTE
             OPEN I-O freservations
            END-IF
            END-IF
            END-IF
          END-READ
          PERFORM RENDRE_VERROU_APP
          END-IF
         ACCEPT fc_mail
         DISPLAY 'Rue :'
         ACCEPT fc_rue
         PERFORM WITH TEST AFTER UNTIL WcomChoix NOT = 2
          DISPLAY 'Ville :'
          ACCEPT fc_ville
          PERFORM WITH TEST AFTER UNTIL WcodePCli >= 1000
             AND WcodePCli < 99999
           DISPLAY 'Code postal :'
           ACCEPT WcodePCli
          END-PERFORM
          MOVE WcodePCli TO WcomCp
          MOVE fc_ville TO WcomVille
          MOVE 1 TO WcomVilleCli
          PERFORM DEMANDER_CORRECTION_COMMUNE
         END-PERFORM
         MOVE WcomCp TO fc_codeP
         MOVE WcomVille TO fc_ville
         MOVE 0 TO fc_nbReserv
         MOVE 0 TO fc_pctReduc
         MOVE 0 TO fc_idcompte
         MOVE SPACES TO fc_prefZone
         MOVE 0 TO fc_consentMkt
         MOVE 'M' TO fc_canalPref
         WRITE cliTampon
          INVALID KEY
           DISPLAY "Echec de l'insertion"
        ELSE
         PERFORM CONTROLER_DATE_PASSEE
        END-IF
        IF WdateOK = 1 THEN
         MOVE Wdate_mois TO WclMois
         MOVE Wdate_annee TO WclAnnee
         PERFORM CONTROLER_MOIS_CLOS
         IF WclClos = 1 THEN
          DISPLAY 'Mois clôturé en comptabilité'
          MOVE 0 TO WdateOK
         END-IF
        END-IF
       END-PERFORM.

      *************** SAISIR_HEURE_RESERVATION ****************
      * moins par_arrhesMin sont exigées ; sans arrhes, le
      * créneau en heures de pointe est refusé (hors pointe, la
      * réservation passe avec avertissement). Un Directeur
      * (droit FORCER_NOSHOW) peut passer outre. Rend WpolOK
      * (1 : accepté) et WpolArrhes (1 : arrhes à encaisser
      * après écriture).
      ******************************************************
       CONTROLER_POLITIQUE_NOSHOW.

        IF WnsNb >= par_noshowMax THEN
         DISPLAY 'ATTENTION : ',WnsNb,' no-show sur 12 mois'
     -          ' pour ce client (seuil : ',par_noshowMax,')'
         MOVE 'FORCER_NOSHOW' TO WdrFonction
         PERFORM DROIT_DETENU
         IF WdrOK = 1 THEN
          MOVE 9 TO Wchoix
          PERFORM WITH TEST AFTER UNTIL Wchoix = 1 OR Wchoix = 0
           DISPLAY 'Passer outre la politique (Directeur) ?'
                 PERFORM JOURNALISER_ECRITURE
               END-READ
               CLOSE fclients
               MOVE 1 TO WsmsUrgent
               PERFORM ENVOYER_CONFIRMATION_RESERVATION
              END-IF
             END-IF
