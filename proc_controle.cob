      **************** VERIFIER_INTEGRITE *********************
      * Contrôle croisé des fichiers après incident : détecte
      * les lignes de détail et de consommation orphelines, les
      * associations d'offre pointant sur un restaurant ou un
      * menu disparu, les réservations pointant sur un client,
      * un restaurant ou une table inexistants, les compteurs
      * fc_nbReserv en désaccord avec les lignes réelles
      * (vivant + historique)
      * et les compteurs d'identifiants en retard sur les
      * fichiers maîtres.
      * Une première passe imprime le rapport d'anomalies ; la
            NOT INVALID KEY
             DISPLAY 'Réservation ',WidSauv,' supprimée'
             PERFORM SUPPRIMER_MENUS_RESERVATION
             PERFORM SUPPRIMER_CONSOS_RESERVATION
             MOVE WidSauv TO WalgIdResa
             PERFORM SUPPRIMER_ALLERGIES_RESA
           END-DELETE
          ELSE
           IF frs_numTable NOT = 0 THEN
       CLOSE freservations
       CLOSE fresamenus

      * --- lignes de consommation : réservation ---
       OPEN I-O fconsos
       OPEN INPUT freservations
       MOVE 0 TO Wfin
       PERFORM WITH TEST AFTER UNTIL Wfin = 1
        READ fconsos NEXT
         AT END MOVE 1 TO Wfin
         NOT AT END
          MOVE fco_idresa TO frs_id
          READ freservations
           INVALID KEY
            ADD 1 TO WintAnom
            DISPLAY 'Consommation ',fco_idresa,'/',fco_seq,
               ' : réservation inexistante'
            IF WintMode = 1 THEN
             DELETE fconsos
              NOT INVALID KEY
               DISPLAY 'Consommation orpheline supprimée'
             END-DELETE
            END-IF
          END-READ
        END-READ
       END-PERFORM
       CLOSE freservations
       CLOSE fconsos

      * --- offres locales : restaurant et menu ---
       OPEN I-O frmenus
       OPEN INPUT frestaurants

      *************** REORGANISER_FICHIERS ********************
      * Conversion unique des fichiers de données vers les
      * formats courants (nouvelles clés et montants élargis de
      * freservations et fhreserv, enregistrements allongés de
      * fclients, fresamenus, ftables, fpaiements, fhreserv,
      * fhresamenus, fparams, fjournal et fcaisse) : chaque
      * fichier encore à l'ancien format (statut 39 à
      * l'ouverture) est renommé en .old, recréé au nouveau
      * format et recopié, les champs apparus depuis étant
          PERFORM REORG_PAIEMENTS
          PERFORM REORG_HRESERV
          PERFORM REORG_HRESAMENUS
          PERFORM REORG_PARAMS
          PERFORM REORG_JOURNAL
          PERFORM REORG_CAISSE
          PERFORM RENDRE_VERROU_APP
          DISPLAY ' '
          DISPLAY 'Réorganisation terminée (anciens fichiers'

      **************** REORG_RESERVATIONS *********************
      * Conversion de datareservations.dat (clés d'accès par
      * date, montants élargis à 9(5)V99). Un fichier encore
      * plus ancien, sans compte entreprise, série, heure de
      * fin ni code campagne (statut 39 à l'ouverture de la
      * copie .old), est relu au format d'origine et ces
      * champs repartent à zéro. Le fichier n'est supprimé
      * qu'après ouverture réussie de sa copie .old : une
      * relance sur un fichier déjà converti ne détruit rien.
      ******************************************************
       REORG_RESERVATIONS.

         MOVE 'datareservations.old' TO WbkDst
         CALL 'CBL_COPY_FILE' USING WbkSrc WbkDst
            RETURNING WbkRes
         MOVE 2 TO WcvGen
         OPEN INPUT fresaconv
         IF cfrs_stat = 39 THEN
          MOVE 1 TO WcvGen
          OPEN INPUT fresaconv1
          MOVE cfrs1_stat TO cfrs_stat
         END-IF
         IF cfrs_stat NOT = 00 THEN
          DISPLAY 'Lecture de datareservations.old impossible'
     -           ' (statut ',cfrs_stat,') : fichier laissé en'
             RETURNING WbkRes
          OPEN OUTPUT freservations
          MOVE 0 TO WcvNb
          IF WcvGen = 1 THEN
           PERFORM RECOPIER_RESERVATIONS_ORIGINE
          ELSE
           PERFORM RECOPIER_RESERVATIONS
          END-IF
          CLOSE freservations
          DISPLAY 'datareservations.dat : ',WcvNb,
             ' enregistrement(s) recopié(s)'
         END-IF
         IF WcvGen = 1 THEN
          CLOSE fresaconv1
         ELSE
          CLOSE fresaconv
         END-IF
        END-IF
       END-IF.

      *************** RECOPIER_RESERVATIONS *******************
      * Recopie dans freservations les réservations de
      * datareservations.old au format précédent (fresaconv),
      * champ à champ : les montants passent au format élargi
      ******************************************************
       RECOPIER_RESERVATIONS.

       MOVE 0 TO cfrs_id
       START fresaconv KEY IS >= cfrs_id
        INVALID KEY CONTINUE
        NOT INVALID KEY
         MOVE 0 TO Wfin
         PERFORM WITH TEST AFTER UNTIL Wfin = 1
          READ fresaconv NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
            MOVE cfrs_id TO frs_id
            MOVE cfrs_idcli TO frs_idcli
            MOVE cfrs_idrest TO frs_idrest
            MOVE cfrs_date TO frs_date
            MOVE cfrs_heure TO frs_heure
            MOVE cfrs_prix TO frs_prix
            MOVE cfrs_nomsMenus TO frs_nomsMenus
            MOVE cfrs_nbPersonnes TO frs_nbPersonnes
            MOVE cfrs_dateSaisie TO frs_dateSaisie
            MOVE cfrs_numTable TO frs_numTable
            MOVE cfrs_statut TO frs_statut
            MOVE cfrs_prixHT TO frs_prixHT
            MOVE cfrs_tvaMontant TO frs_tvaMontant
            MOVE cfrs_surCompte TO frs_surCompte
            MOVE cfrs_idserie TO frs_idserie
            MOVE cfrs_heureFin TO frs_heureFin
            MOVE cfrs_codeCampagne TO frs_codeCampagne
            WRITE resaTampon
             INVALID KEY
              DISPLAY 'Réservation ',frs_id,' non recopiée'
             NOT INVALID KEY
              ADD 1 TO WcvNb
            END-WRITE
          END-READ
         END-PERFORM
       END-START.

      ************ RECOPIER_RESERVATIONS_ORIGINE **************
      * Recopie dans freservations les réservations de
      * datareservations.old au format d'origine (fresaconv1) :
      * montants élargis, pas de compte entreprise, de série,
      * d'heure de fin ni de code campagne
      ******************************************************
       RECOPIER_RESERVATIONS_ORIGINE.

       MOVE 0 TO cfrs1_id
       START fresaconv1 KEY IS >= cfrs1_id
        INVALID KEY CONTINUE
        NOT INVALID KEY
         MOVE 0 TO Wfin
         PERFORM WITH TEST AFTER UNTIL Wfin = 1
          READ fresaconv1 NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
            MOVE cfrs1_id TO frs_id
            MOVE cfrs1_idcli TO frs_idcli
            MOVE cfrs1_idrest TO frs_idrest
            MOVE cfrs1_date TO frs_date
            MOVE cfrs1_heure TO frs_heure
            MOVE cfrs1_prix TO frs_prix
            MOVE cfrs1_nomsMenus TO frs_nomsMenus
            MOVE cfrs1_nbPersonnes TO frs_nbPersonnes
            MOVE cfrs1_dateSaisie TO frs_dateSaisie
            MOVE cfrs1_numTable TO frs_numTable
            MOVE cfrs1_statut TO frs_statut
            MOVE cfrs1_prixHT TO frs_prixHT
            MOVE cfrs1_tvaMontant TO frs_tvaMontant
            MOVE 0 TO frs_surCompte
            MOVE 0 TO frs_idserie
            MOVE 0 TO frs_heureFin_heure
            MOVE 0 TO frs_heureFin_minute
            MOVE SPACES TO frs_codeCampagne
            WRITE resaTampon
             INVALID KEY
              DISPLAY 'Réservation ',frs_id,' non recopiée'
             NOT INVALID KEY
              ADD 1 TO WcvNb
            END-WRITE
          END-READ
         END-PERFORM
       END-START.

      ****************** REORG_CLIENTS ************************
      * Conversion de dataclients.dat (canal préféré,
      * initialisé au mail). Un fichier encore plus ancien,
      * sans compte entreprise, placement préféré ni
      * consentement (statut 39 à l'ouverture de la copie
      * .old), est relu au format d'origine et reçoit aussi
      * ces champs.
      ******************************************************
       REORG_CLIENTS.

         MOVE 'dataclients.old' TO WbkDst
         CALL 'CBL_COPY_FILE' USING WbkSrc WbkDst
            RETURNING WbkRes
         MOVE 2 TO WcvGen
         OPEN INPUT fcliconv
         IF ccli_stat = 39 THEN
          MOVE 1 TO WcvGen
          OPEN INPUT fcliconv1
          MOVE ccli1_stat TO ccli_stat
         END-IF
         IF ccli_stat NOT = 00 THEN
          DISPLAY 'Lecture de dataclients.old impossible'
     -           ' (statut ',ccli_stat,') : fichier laissé en'
             RETURNING WbkRes
          OPEN OUTPUT fclients
          MOVE 0 TO WcvNb
          IF WcvGen = 1 THEN
           PERFORM RECOPIER_CLIENTS_ORIGINE
          ELSE
           PERFORM RECOPIER_CLIENTS
          END-IF
          CLOSE fclients
          DISPLAY 'dataclients.dat : ',WcvNb,
             ' enregistrement(s) recopié(s)'
         END-IF
         IF WcvGen = 1 THEN
          CLOSE fcliconv1
         ELSE
          CLOSE fcliconv
         END-IF
        END-IF
       END-IF.

      ****************** RECOPIER_CLIENTS *********************
      * Recopie dans fclients les clients de dataclients.old
      * au format précédent (fcliconv), le canal préféré étant
      * initialisé au mail
      ******************************************************
       RECOPIER_CLIENTS.

       MOVE 0 TO cfc_id
       START fcliconv KEY IS >= cfc_id
        INVALID KEY CONTINUE
        NOT INVALID KEY
         MOVE 0 TO Wfin
         PERFORM WITH TEST AFTER UNTIL Wfin = 1
          READ fcliconv NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
            MOVE ccliTampon TO cliTampon
            MOVE 'M' TO fc_canalPref
            WRITE cliTampon
             INVALID KEY
              DISPLAY 'Client ',fc_id,' non recopié'
             NOT INVALID KEY
              ADD 1 TO WcvNb
            END-WRITE
          END-READ
         END-PERFORM
       END-START.

      *************** RECOPIER_CLIENTS_ORIGINE ****************
      * Recopie dans fclients les clients de dataclients.old
      * au format d'origine (fcliconv1) : pas de compte
      * entreprise, ni placement préféré, ni consentement, et
      * canal préféré initialisé au mail
      ******************************************************
       RECOPIER_CLIENTS_ORIGINE.

       MOVE 0 TO cfc1_id
       START fcliconv1 KEY IS >= cfc1_id
        INVALID KEY CONTINUE
        NOT INVALID KEY
         MOVE 0 TO Wfin
         PERFORM WITH TEST AFTER UNTIL Wfin = 1
          READ fcliconv1 NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
            MOVE ccli1Tampon TO cliTampon
            MOVE 0 TO fc_idcompte
            MOVE SPACES TO fc_prefZone
            MOVE 0 TO fc_consentMkt
            MOVE 'M' TO fc_canalPref
            WRITE cliTampon
             INVALID KEY
              DISPLAY 'Client ',fc_id,' non recopié'
             NOT INVALID KEY
              ADD 1 TO WcvNb
            END-WRITE
          END-READ
         END-PERFORM
       END-START.

      ***************** REORG_RESAMENUS ***********************
      * Conversion de dataresamenus.dat (numéro de convive sur
      * chaque ligne de menu)
        END-IF
       END-IF.

      ******************* REORG_PARAMS ************************
      * Conversion de dataparams.dat (maximum de commandes à
      * emporter par créneau, initialisé à 0 : vente à emporter
      * fermée tant que le restaurant ne l'a pas paramétrée ;
      * ratio de couverts par employé initialisé à 15)
      ******************************************************
       REORG_PARAMS.

       OPEN I-O fparams
       IF par_stat = 00 THEN
        CLOSE fparams
        DISPLAY 'dataparams.dat : déjà au nouveau format'
       ELSE
        IF par_stat NOT = 39 THEN
         DISPLAY 'dataparams.dat : statut ',par_stat,
            ', conversion impossible'
        ELSE
         MOVE 'dataparams.dat' TO WbkSrc
         MOVE 'dataparams.old' TO WbkDst
         CALL 'CBL_COPY_FILE' USING WbkSrc WbkDst
            RETURNING WbkRes
         OPEN INPUT fparconv
         IF cpar_stat NOT = 00 THEN
          DISPLAY 'Lecture de dataparams.old impossible'
     -           ' (statut ',cpar_stat,') : fichier laissé en'
     -           ' l''état'
         ELSE
          CALL 'CBL_DELETE_FILE' USING WbkSrc
             RETURNING WbkRes
          OPEN OUTPUT fparams
          MOVE 0 TO WcvNb
          MOVE 0 TO cpar_idrest
          START fparconv KEY IS >= cpar_idrest
           INVALID KEY CONTINUE
           NOT INVALID KEY
            MOVE 0 TO Wfin
            PERFORM WITH TEST AFTER UNTIL Wfin = 1
             READ fparconv NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END
               MOVE cparTampon TO parTampon
               MOVE 15 TO par_couvParEmp
               MOVE 0 TO par_maxEmporter
               WRITE parTampon
                INVALID KEY
                 DISPLAY 'Paramètres ',par_idrest,
                    ' non recopiés'
                NOT INVALID KEY
                 ADD 1 TO WcvNb
               END-WRITE
            END-READ
           END-PERFORM
          END-START
          CLOSE fparams
          DISPLAY 'dataparams.dat : ',WcvNb,
             ' enregistrement(s) recopié(s)'
         END-IF
         CLOSE fparconv
        END-IF
       END-IF.

      ******************* REORG_JOURNAL ***********************
      * Conversion de datajournal.dat (nombre et chiffre
      * d'affaires des commandes à emporter, initialisés à 0)
      ******************************************************
       REORG_JOURNAL.

       OPEN I-O fjournal
       IF jr_stat = 00 THEN
        CLOSE fjournal
        DISPLAY 'datajournal.dat : déjà au nouveau format'
       ELSE
        IF jr_stat NOT = 39 THEN
         DISPLAY 'datajournal.dat : statut ',jr_stat,
            ', conversion impossible'
        ELSE
         MOVE 'datajournal.dat' TO WbkSrc
         MOVE 'datajournal.old' TO WbkDst
         CALL 'CBL_COPY_FILE' USING WbkSrc WbkDst
            RETURNING WbkRes
         OPEN INPUT fjrconv
         IF cjr_stat NOT = 00 THEN
          DISPLAY 'Lecture de datajournal.old impossible'
     -           ' (statut ',cjr_stat,') : fichier laissé en'
     -           ' l''état'
         ELSE
          CALL 'CBL_DELETE_FILE' USING WbkSrc
             RETURNING WbkRes
          OPEN OUTPUT fjournal
          MOVE 0 TO WcvNb
          MOVE 0 TO cjr_idrest
          MOVE 0 TO cjr_annee
          MOVE 0 TO cjr_mois
          MOVE 0 TO cjr_jour
          START fjrconv KEY IS >= cjr_cle
           INVALID KEY CONTINUE
           NOT INVALID KEY
            MOVE 0 TO Wfin
            PERFORM WITH TEST AFTER UNTIL Wfin = 1
             READ fjrconv NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END
               MOVE cjrTampon TO jrTampon
               MOVE 0 TO jr_nbEmporter
               MOVE 0 TO jr_caEmporter
               WRITE jrTampon
                INVALID KEY
                 DISPLAY 'Journée ',jr_idrest,' ',jr_jour,'/',
                    jr_mois,'/',jr_annee,' non recopiée'
                NOT INVALID KEY
                 ADD 1 TO WcvNb
               END-WRITE
            END-READ
           END-PERFORM
          END-START
          CLOSE fjournal
          DISPLAY 'datajournal.dat : ',WcvNb,
             ' enregistrement(s) recopié(s)'
         END-IF
         CLOSE fjrconv
        END-IF
       END-IF.

      ******************* REORG_CAISSE ************************
      * Conversion de datacaisse.dat (total des règlements de
      * vente à emporter, initialisé à 0)
      ******************************************************
       REORG_CAISSE.

       OPEN I-O fcaisse
       IF zc_stat = 00 THEN
        CLOSE fcaisse
        DISPLAY 'datacaisse.dat : déjà au nouveau format'
       ELSE
        IF zc_stat NOT = 39 THEN
         DISPLAY 'datacaisse.dat : statut ',zc_stat,
            ', conversion impossible'
        ELSE
         MOVE 'datacaisse.dat' TO WbkSrc
         MOVE 'datacaisse.old' TO WbkDst
         CALL 'CBL_COPY_FILE' USING WbkSrc WbkDst
            RETURNING WbkRes
         OPEN INPUT fzcconv
         IF czc_stat NOT = 00 THEN
          DISPLAY 'Lecture de datacaisse.old impossible'
     -           ' (statut ',czc_stat,') : fichier laissé en'
     -           ' l''état'
         ELSE
          CALL 'CBL_DELETE_FILE' USING WbkSrc
             RETURNING WbkRes
          OPEN OUTPUT fcaisse
          MOVE 0 TO WcvNb
          MOVE 0 TO czc_idrest
          MOVE 0 TO czc_annee
          MOVE 0 TO czc_mois
          MOVE 0 TO czc_jour
          START fzcconv KEY IS >= czc_cle
           INVALID KEY CONTINUE
           NOT INVALID KEY
            MOVE 0 TO Wfin
            PERFORM WITH TEST AFTER UNTIL Wfin = 1
             READ fzcconv NEXT
              AT END MOVE 1 TO Wfin
              NOT AT END
               MOVE czcTampon TO zcTampon
               MOVE 0 TO zc_totEmporter
               WRITE zcTampon
                INVALID KEY
                 DISPLAY 'Caisse ',zc_idrest,' ',zc_jour,'/',
                    zc_mois,'/',zc_annee,' non recopiée'
                NOT INVALID KEY
                 ADD 1 TO WcvNb
               END-WRITE
            END-READ
           END-PERFORM
          END-START
          CLOSE fcaisse
          DISPLAY 'datacaisse.dat : ',WcvNb,
             ' enregistrement(s) recopié(s)'
         END-IF
         CLOSE fzcconv
        END-IF
       END-IF.

      ****************** REORG_PAIEMENTS **********************
      * Conversion de datapaiements.dat (sens, motif,
      * approbation, convive et pourboire sur chaque règlement)
       END-IF.

      ******************* REORG_HRESERV ***********************
      * Conversion de datahistoreserv.dat (mêmes champs que
      * les réservations vivantes, montants élargis). Un
      * fichier encore plus ancien, sans compte entreprise,
      * série, heure de fin ni code campagne (statut 39 à
      * l'ouverture de la copie .old), est relu au format
      * d'origine et ces champs repartent à zéro. Le fichier
      * n'est supprimé qu'après ouverture réussie de sa copie
      * .old : une relance sur un fichier déjà converti ne
      * détruit rien.
      ******************************************************
       REORG_HRESERV.

         MOVE 'datahistoreserv.old' TO WbkDst
         CALL 'CBL_COPY_FILE' USING WbkSrc WbkDst
            RETURNING WbkRes
         MOVE 2 TO WcvGen
         OPEN INPUT fhconv
         IF cfh_stat = 39 THEN
          MOVE 1 TO WcvGen
          OPEN INPUT fhconv1
          MOVE cfh1_stat TO cfh_stat
         END-IF
         IF cfh_stat NOT = 00 THEN
          DISPLAY 'Lecture de datahistoreserv.old impossible'
     -           ' (statut ',cfh_stat,') : fichier laissé en'
             RETURNING WbkRes
          OPEN OUTPUT fhreserv
          MOVE 0 TO WcvNb
          IF WcvGen = 1 THEN
           PERFORM RECOPIER_HRESERV_ORIGINE
          ELSE
           PERFORM RECOPIER_HRESERV
          END-IF
          CLOSE fhreserv
          DISPLAY 'datahistoreserv.dat : ',WcvNb,
             ' enregistrement(s) recopié(s)'
         END-IF
         IF WcvGen = 1 THEN
          CLOSE fhconv1
         ELSE
          CLOSE fhconv
         END-IF
        END-IF
       END-IF.

      ****************** RECOPIER_HRESERV *********************
      * Recopie dans fhreserv les réservations archivées de
      * datahistoreserv.old au format précédent (fhconv),
      * champ à champ : les montants passent au format élargi
      ******************************************************
       RECOPIER_HRESERV.

       MOVE 0 TO cfh_id
       START fhconv KEY IS >= cfh_id
        INVALID KEY CONTINUE
        NOT INVALID KEY
         MOVE 0 TO Wfin
         PERFORM WITH TEST AFTER UNTIL Wfin = 1
          READ fhconv NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
            MOVE cfh_id TO fh_id
            MOVE cfh_idcli TO fh_idcli
            MOVE cfh_idrest TO fh_idrest
            MOVE cfh_date TO fh_date
            MOVE cfh_heure TO fh_heure
            MOVE cfh_prix TO fh_prix
            MOVE cfh_nomsMenus TO fh_nomsMenus
            MOVE cfh_nbPersonnes TO fh_nbPersonnes
            MOVE cfh_dateSaisie TO fh_dateSaisie
            MOVE cfh_numTable TO fh_numTable
            MOVE cfh_statut TO fh_statut
            MOVE cfh_prixHT TO fh_prixHT
            MOVE cfh_tvaMontant TO fh_tvaMontant
            MOVE cfh_surCompte TO fh_surCompte
            MOVE cfh_idserie TO fh_idserie
            MOVE cfh_heureFin TO fh_heureFin
            MOVE cfh_codeCampagne TO fh_codeCampagne
            WRITE hresaTampon
             INVALID KEY
              DISPLAY 'Archive ',fh_id,' non recopiée'
             NOT INVALID KEY
              ADD 1 TO WcvNb
            END-WRITE
          END-READ
         END-PERFORM
       END-START.

      *************** RECOPIER_HRESERV_ORIGINE ****************
      * Recopie dans fhreserv les réservations archivées de
      * datahistoreserv.old au format d'origine (fhconv1) :
      * montants élargis, pas de compte entreprise, de série,
      * d'heure de fin ni de code campagne
      ******************************************************
       RECOPIER_HRESERV_ORIGINE.

       MOVE 0 TO cfh1_id
       START fhconv1 KEY IS >= cfh1_id
        INVALID KEY CONTINUE
        NOT INVALID KEY
         MOVE 0 TO Wfin
         PERFORM WITH TEST AFTER UNTIL Wfin = 1
          READ fhconv1 NEXT
           AT END MOVE 1 TO Wfin
           NOT AT END
            MOVE cfh1_id TO fh_id
            MOVE cfh1_idcli TO fh_idcli
            MOVE cfh1_idrest TO fh_idrest
            MOVE cfh1_date TO fh_date
            MOVE cfh1_heure TO fh_heure
            MOVE cfh1_prix TO fh_prix
            MOVE cfh1_nomsMenus TO fh_nomsMenus
            MOVE cfh1_nbPersonnes TO fh_nbPersonnes
            MOVE cfh1_dateSaisie TO fh_dateSaisie
            MOVE cfh1_numTable TO fh_numTable
            MOVE cfh1_statut TO fh_statut
            MOVE cfh1_prixHT TO fh_prixHT
            MOVE cfh1_tvaMontant TO fh_tvaMontant
            MOVE 0 TO fh_surCompte
            MOVE 0 TO fh_idserie
            MOVE 0 TO fh_heureFin_heure
            MOVE 0 TO fh_heureFin_minute
            MOVE SPACES TO fh_codeCampagne
            WRITE hresaTampon
             INVALID KEY
              DISPLAY 'Archive ',fh_id,' non recopiée'
             NOT INVALID KEY
              ADD 1 TO WcvNb
            END-WRITE
          END-READ
         END-PERFORM
       END-START.

      ***************** REORG_HRESAMENUS **********************
      * Conversion de datahistoresamenus.dat (numéro de convive
      * sur chaque ligne archivée)
         CLOSE fhrmconv
        END-IF
       END-IF.

      *********** CONTROLER_PRIX_RESERVATIONS *****************
      * Contrôle des prix enregistrés sur les réservations
      * (vivantes et archivées) : le prix attendu est recalculé
      * à partir des lignes de menus (prix local du restaurant,
      * à défaut prix de carte) diminué de la remise fidélité
      * actuelle du client. Les réservations dont le prix
      * stocké diffère sont listées. Celles dont le prix a été
      * tronqué par l'ancien format (prix stocké = prix attendu
      * modulo 100 €) peuvent être corrigées après
      * confirmation, par une seconde passe, sauf sur un mois
      * clôturé en comptabilité ; les autres écarts (remise
      * modifiée depuis la réservation, prix de menu changé)
      * restent à revoir à la main.
      ******************************************************
       CONTROLER_PRIX_RESERVATIONS.

       DISPLAY '|====================================|'
       DISPLAY '|=========== CONTROLE DES ===========|'
       DISPLAY '|===========  PRIX RESAS  ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

        MOVE 0 TO WepMode
        PERFORM CONTROLE_PRIX_PASSE

        IF WepNb = 0 THEN
         DISPLAY 'Aucun écart de prix détecté'
        ELSE
         DISPLAY ' '
         DISPLAY WepNb,' réservation(s) en écart dont ',
            WepNbTronq,' tronquée(s) par l''ancien format'
         IF WepNbTronq = 0 THEN
          MOVE 0 TO WepRep
         ELSE
          MOVE 9 TO WepRep
          PERFORM WITH TEST AFTER UNTIL WepRep = 1 OR WepRep = 0
           DISPLAY 'Corriger les prix tronqués ? 1:oui 0:non'
           ACCEPT WepRep
          END-PERFORM
         END-IF
         IF WepRep = 1 THEN
          MOVE 0 TO WverrouRest
          PERFORM PRENDRE_VERROU_APP
          IF WverrouOK = 0 THEN
           DISPLAY 'Correction abandonnée (poste occupé)'
          ELSE
           MOVE 1 TO WepMode
           PERFORM CONTROLE_PRIX_PASSE
           PERFORM RENDRE_VERROU_APP
           DISPLAY WepNbTronq,' prix corrigé(s)'
           IF WepNbClos > 0 THEN
            DISPLAY WepNbClos,' prix non corrigé(s) : mois'
     -             ' clôturé(s) en comptabilité'
           END-IF
          END-IF
         ELSE
          DISPLAY 'Aucune correction appliquée'
         END-IF
        END-IF

       DISPLAY '-====================================-'.

      **************** CONTROLE_PRIX_PASSE ********************
      * Passe de contrôle des prix : WepMode = 0 liste les
      * écarts, WepMode = 1 réécrit les prix tronqués (prix
      * TTC, HT et TVA recalculés). WepNb rend le nombre
      * d'écarts ; WepNbTronq celui des prix tronqués en liste,
      * des prix effectivement réécrits en correction, et
      * WepNbClos celui des corrections refusées (mois clôturé).
      ******************************************************
       CONTROLE_PRIX_PASSE.

       MOVE 0 TO WepNb
       MOVE 0 TO WepNbTronq
       MOVE 0 TO WepNbClos
       OPEN INPUT fmenus
       OPEN INPUT frmenus
       OPEN INPUT fplats
       OPEN INPUT fclients

      * --- réservations vivantes ---
       OPEN I-O freservations
       OPEN INPUT fresamenus
       OPEN INPUT fconsos
       MOVE 0 TO WepFin
       PERFORM WITH TEST AFTER UNTIL WepFin = 1
        READ freservations NEXT
         AT END MOVE 1 TO WepFin
         NOT AT END
          MOVE 0 TO WprixTotal
          MOVE 0 TO WtvaNb
          MOVE 0 TO WepNbLignes
          MOVE frs_id TO frd_idresa
          START fresamenus, KEY IS = frd_idresa
           INVALID KEY CONTINUE
           NOT INVALID KEY
            MOVE 0 TO WintFin
            PERFORM WITH TEST AFTER UNTIL WintFin = 1
             READ fresamenus NEXT
              AT END MOVE 1 TO WintFin
              NOT AT END
               IF frd_idresa NOT = frs_id THEN
                MOVE 1 TO WintFin
               ELSE
                MOVE frd_nomMenu TO fm_nom
                MOVE frs_idrest TO frm_idrest
                MOVE frd_nomMenu TO frm_nomMenu
                PERFORM PRIX_LIGNE_CONTROLE
               END-IF
             END-READ
            END-PERFORM
          END-START
          IF WepNbLignes > 0 THEN
           MOVE frs_idcli TO fc_id
           MOVE frs_prix TO WepStocke
           MOVE frs_id TO WcoIdResa
           MOVE 0 TO WcoArchive
           PERFORM PRIX_ATTENDU_CONTROLE
           IF WepAttendu NOT = frs_prix THEN
            ADD 1 TO WepNb
            IF WepTronque = 1 AND WepMode = 0 THEN
             ADD 1 TO WepNbTronq
            END-IF
            IF WepMode = 0 THEN
             DISPLAY 'Réservation ',frs_id,' du ',frs_date_jour,'/',
                frs_date_mois,'/',frs_date_annee,' (restaurant ',
                frs_idrest,')'
             IF WepTronque = 1 THEN
              DISPLAY '  Prix stocké ',frs_prix,' € - attendu ',
                 WepAttendu,' € (tronqué)'
             ELSE
              DISPLAY '  Prix stocké ',frs_prix,' € - attendu ',
                 WepAttendu,' € (à revoir)'
             END-IF
            ELSE
             MOVE 0 TO WclClos
             IF WepTronque = 1 THEN
              MOVE frs_date_mois TO WclMois
              MOVE frs_date_annee TO WclAnnee
              PERFORM CONTROLER_MOIS_CLOS
             END-IF
             IF WclClos = 1 THEN
              DISPLAY 'Réservation ',frs_id,' non corrigée (mois ',
                 frs_date_mois,'/',frs_date_annee,' clôturé)'
              ADD 1 TO WepNbClos
             ELSE IF WepTronque = 1 THEN
              MOVE frs_prix TO WaudCleAvant
              MOVE WepAttendu TO frs_prix
              MOVE WtvaHT TO frs_prixHT
              MOVE WtvaMontantTot TO frs_tvaMontant
              REWRITE resaTampon
               INVALID KEY
                DISPLAY 'Réservation ',frs_id,' non corrigée'
               NOT INVALID KEY
                MOVE 'RESERVATION' TO WrjFichier
                MOVE 'MODIF' TO WrjOp
                MOVE resaTampon TO WrjEnr
                PERFORM JOURNALISER_ECRITURE
                ADD 1 TO WepNbTronq
                MOVE 'RESERVATION' TO WaudFichier
                MOVE 'MODIF' TO WaudOperation
                MOVE frs_id TO WaudCleApres
                PERFORM ENREGISTRER_AUDIT
                DISPLAY 'Réservation ',frs_id,' : prix porté à ',
                   frs_prix,' €'
              END-REWRITE
             END-IF
             END-IF
            END-IF
           END-IF
          END-IF
        END-READ
       END-PERFORM
       CLOSE fconsos
       CLOSE fresamenus
       CLOSE freservations

      * --- réservations archivées ---
       OPEN I-O fhreserv
       OPEN INPUT fhresamenus
       OPEN INPUT fhconsos
       MOVE 0 TO WepFin
       PERFORM WITH TEST AFTER UNTIL WepFin = 1
        READ fhreserv NEXT
         AT END MOVE 1 TO WepFin
         NOT AT END
          MOVE 0 TO WprixTotal
          MOVE 0 TO WtvaNb
          MOVE 0 TO WepNbLignes
          MOVE fh_id TO fhd_idresa
          MOVE 0 TO fhd_seq
          START fhresamenus KEY IS >= fhd_cle
           INVALID KEY CONTINUE
           NOT INVALID KEY
            MOVE 0 TO WintFin
            PERFORM WITH TEST AFTER UNTIL WintFin = 1
             READ fhresamenus NEXT
              AT END MOVE 1 TO WintFin
              NOT AT END
               IF fhd_idresa NOT = fh_id THEN
                MOVE 1 TO WintFin
               ELSE
                MOVE fhd_nomMenu TO fm_nom
                MOVE fh_idrest TO frm_idrest
                MOVE fhd_nomMenu TO frm_nomMenu
                PERFORM PRIX_LIGNE_CONTROLE
               END-IF
             END-READ
            END-PERFORM
          END-START
          IF WepNbLignes > 0 THEN
           MOVE fh_idcli TO fc_id
           MOVE fh_prix TO WepStocke
           MOVE fh_id TO WcoIdResa
           MOVE 1 TO WcoArchive
           PERFORM PRIX_ATTENDU_CONTROLE
           IF WepAttendu NOT = fh_prix THEN
            ADD 1 TO WepNb
            IF WepTronque = 1 AND WepMode = 0 THEN
             ADD 1 TO WepNbTronq
            END-IF
            IF WepMode = 0 THEN
             DISPLAY 'Archive ',fh_id,' du ',fh_date_jour,'/',
                fh_date_mois,'/',fh_date_annee,' (restaurant ',
                fh_idrest,')'
             IF WepTronque = 1 THEN
              DISPLAY '  Prix stocké ',fh_prix,' € - attendu ',
                 WepAttendu,' € (tronqué)'
             ELSE
              DISPLAY '  Prix stocké ',fh_prix,' € - attendu ',
                 WepAttendu,' € (à revoir)'
             END-IF
            ELSE
             MOVE 0 TO WclClos
             IF WepTronque = 1 THEN
              MOVE fh_date_mois TO WclMois
              MOVE fh_date_annee TO WclAnnee
              PERFORM CONTROLER_MOIS_CLOS
             END-IF
             IF WclClos = 1 THEN
              DISPLAY 'Archive ',fh_id,' non corrigée (mois ',
                 fh_date_mois,'/',fh_date_annee,' clôturé)'
              ADD 1 TO WepNbClos
             ELSE IF WepTronque = 1 THEN
              MOVE fh_prix TO WaudCleAvant
              MOVE WepAttendu TO fh_prix
              MOVE WtvaHT TO fh_prixHT
              MOVE WtvaMontantTot TO fh_tvaMontant
              REWRITE hresaTampon
               INVALID KEY
                DISPLAY 'Archive ',fh_id,' non corrigée'
               NOT INVALID KEY
                ADD 1 TO WepNbTronq
                MOVE 'ARCHIVE' TO WaudFichier
                MOVE 'MODIF' TO WaudOperation
                MOVE fh_id TO WaudCleApres
                PERFORM ENREGISTRER_AUDIT
                DISPLAY 'Archive ',fh_id,' : prix porté à ',
                   fh_prix,' €'
              END-REWRITE
             END-IF
             END-IF
            END-IF
           END-IF
          END-IF
        END-READ
       END-PERFORM
       CLOSE fhconsos
       CLOSE fhresamenus
       CLOSE fhreserv

       CLOSE fclients
       CLOSE fplats
       CLOSE frmenus
       CLOSE fmenus.

      **************** PRIX_LIGNE_CONTROLE ********************
      * Ajoute au prix attendu (WprixTotal) et aux bases de TVA
      * la ligne de menu fm_nom au prix local du restaurant
      * frm_idrest (à défaut prix de carte). Fichiers ouverts
      * par l'appelant.
      ******************************************************
       PRIX_LIGNE_CONTROLE.

       READ fmenus
        INVALID KEY CONTINUE
        NOT INVALID KEY
         READ frmenus
          INVALID KEY
           MOVE fm_prix TO WtvaPrixLigne
          NOT INVALID KEY
           MOVE frm_prixLocal TO WtvaPrixLigne
         END-READ
         ADD 1 TO WepNbLignes
         ADD WtvaPrixLigne TO WprixTotal
         PERFORM CALCULER_TVA_MENU_OUVERT
       END-READ.

      *************** PRIX_ATTENDU_CONTROLE *******************
      * Applique la remise fidélité du client fc_id au prix
      * attendu et à ses bases de TVA, y ajoute les
      * consommations hors menus de la réservation WcoIdResa
      * (WcoArchive : vivante ou archivée), calcule HT et TVA, et
      * indique dans WepTronque si le prix stocké WepStocke
      * correspond à une troncature du prix attendu à 100 €
      ******************************************************
       PRIX_ATTENDU_CONTROLE.

       READ fclients
        INVALID KEY CONTINUE
        NOT INVALID KEY
         COMPUTE WprixTotal ROUNDED =
             WprixTotal - (WprixTotal * fc_pctReduc / 100)
         MOVE 1 TO WtvaIx
         PERFORM WITH TEST BEFORE UNTIL WtvaIx > WtvaNb
          COMPUTE WtvaBase(WtvaIx) ROUNDED = WtvaBase(WtvaIx)
             - (WtvaBase(WtvaIx) * fc_pctReduc / 100)
          ADD 1 TO WtvaIx
         END-PERFORM
       END-READ
       PERFORM CUMULER_CONSOS_RESA
       ADD WcoTotal TO WprixTotal
       PERFORM CALCULER_TOTAUX_TVA
       MOVE WprixTotal TO WepAttendu
      *l'ancien champ 99V99 ne gardait que les deux derniers
      *chiffres des euros
       MOVE 0 TO WepTronque
       IF WepAttendu >= 100 THEN
        COMPUTE WepReste = FUNCTION MOD(WepAttendu * 100, 10000)
           / 100
        IF WepReste = WepStocke THEN
         MOVE 1 TO WepTronque
        END-IF
       END-IF.
