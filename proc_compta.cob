      * règlements rattachés sont relus dans fpaiements. Le mois
      * exporté est marqué dans dataclotmois.dat : une relance
      * sur un mois déjà exporté est possible après
      * confirmation (le fichier est régénéré en entier). Un
      * mois marqué est clos : ses réservations et règlements
      * ne se modifient plus, les corrections passent en
      * ajustements (dataajustements.dat) sur le mois ouvert et
      * sortent avec l'export de ce mois-là.
      * Format : idrest;periode;compte;libelle;debit;credit
      ******************************************************
       EXPORTER_COMPTABILITE.
      * Construit l'écriture du mois Wmois/Wannee pour le
      * restaurant WidResto : cumule les réservations servies
      * (vivantes puis archivées), leur ventilation de TVA et
      * leurs règlements, puis écrit les lignes équilibrées,
      * suivies des ajustements rattachés au mois. Un
      * restaurant sans activité sur le mois n'écrit rien.
      ******************************************************
       COMPTA_RESTAURANT.

       OPEN INPUT frmenus
       OPEN INPUT fplats
       OPEN INPUT fpaiements
       OPEN INPUT fconsos
       MOVE WidResto TO frs_idrest
       START freservations, KEY IS = frs_idrest
        INVALID KEY CONTINUE
          END-READ
         END-PERFORM
       END-START
       CLOSE fconsos
       CLOSE freservations

       OPEN INPUT fhreserv
       OPEN INPUT fhresamenus
       OPEN INPUT fhconsos
       MOVE WidResto TO fh_idrest
       START fhreserv, KEY IS = fh_idrest
        INVALID KEY CONTINUE
          END-READ
         END-PERFORM
       END-START
       CLOSE fhconsos
       CLOSE fhresamenus
       CLOSE fhreserv
       CLOSE fpaiements
        OR WcpEncC NOT = 0 OR WcpEncE NOT = 0
        OR WcpEncV NOT = 0 OR WcpRemb NOT = 0 THEN
        PERFORM COMPTA_ECRIRE_RESTAURANT
       END-IF
       PERFORM COMPTA_AJUSTEMENTS_RESTAURANT.

      *************** COMPTA_VENTILER_RESA ********************
      * Ventile les lignes de menus de la réservation vivante
      * courante dans la table des bases de TVA (WtvaTable) au
      * prix local pratiqué, puis ses consommations hors menus
      * à leur propre taux, et cumule le total ligne dans
      * WcpVentesL. Les fichiers sont ouverts par l'appelant.
      ******************************************************
       COMPTA_VENTILER_RESA.
            END-IF
          END-READ
         END-PERFORM
       END-START
       MOVE frs_id TO WcoIdResa
       MOVE 0 TO WcoArchive
       PERFORM CUMULER_CONSOS_RESA
       ADD WcoTotal TO WcpVentesL.

      ************ COMPTA_VENTILER_RESA_ARCHIVE ***************
      * Même ventilation pour la réservation archivée courante
      * (lignes fhresamenus et fhconsos)
      ******************************************************
       COMPTA_VENTILER_RESA_ARCHIVE.

            END-IF
          END-READ
         END-PERFORM
       END-START
       MOVE fh_id TO WcoIdResa
       MOVE 1 TO WcoArchive
       PERFORM CUMULER_CONSOS_RESA
       ADD WcoTotal TO WcpVentesL.

      ************** CALCULER_TVA_MENU_OUVERT *****************
      * Variante de CALCULER_TVA_MENU pour les traitements qui
          INTO fxpLigne
       WRITE fxpLigne
       ADD 1 TO WcpNbLignes.

      ***************** CONTROLER_MOIS_CLOS *******************
      * Indique si le mois WclMois/WclAnnee a été exporté au
      * cabinet (présent dans dataclotmois.dat) : WclClos = 1.
      * Réservations, lignes de menus et règlements datés d'un
      * mois clos ne se modifient plus ; une correction passe
      * en ajustement sur le mois ouvert.
      ******************************************************
       CONTROLER_MOIS_CLOS.

       MOVE 0 TO WclClos
       OPEN INPUT fclotmois
       IF cm_stat NOT = 35 THEN
        MOVE WclAnnee TO cm_annee
        MOVE WclMois TO cm_mois
        READ fclotmois
         INVALID KEY CONTINUE
         NOT INVALID KEY
          MOVE 1 TO WclClos
        END-READ
        CLOSE fclotmois
       END-IF.

      ***************** MOIS_OUVERT_COURANT *******************
      * Période de rattachement des ajustements (WajMois /
      * WajAnnee) : le mois en cours, ou le premier mois suivant
      * qui n'est pas encore clos.
      ******************************************************
       MOIS_OUVERT_COURANT.

       ACCEPT SYS-DATE8 FROM DATE YYYYMMDD
       MOVE A4 TO WajAnnee
       MOVE MM TO WajMois
       OPEN INPUT fclotmois
       IF cm_stat NOT = 35 THEN
        MOVE 1 TO WajFin
        PERFORM WITH TEST AFTER UNTIL WajFin = 0
         MOVE WajAnnee TO cm_annee
         MOVE WajMois TO cm_mois
         READ fclotmois
          INVALID KEY
           MOVE 0 TO WajFin
          NOT INVALID KEY
           ADD 1 TO WajMois
           IF WajMois > 12 THEN
            MOVE 1 TO WajMois
            ADD 1 TO WajAnnee
           END-IF
         END-READ
        END-PERFORM
        CLOSE fclotmois
       END-IF.

      **************** ENREGISTRER_AJUSTEMENT *****************
      * Règlement ou remboursement saisi sur une réservation
      * d'un mois clos (WclMois/WclAnnee) : au lieu d'un
      * enregistrement de fpaiements, écrit dans
      * dataajustements.dat un ajustement rattaché au mois
      * ouvert et pointant la réservation et son mois
      * d'origine. Montant, mode, sens, motif, approbation et
      * pourboire sont ceux saisis par SAISIR_PAIEMENT ; WajSeq
      * vient de CALCULER_TOTAL_PAYE.
      ******************************************************
       ENREGISTRER_AJUSTEMENT.

       PERFORM MOIS_OUVERT_COURANT
       OPEN I-O fajustements
       MOVE frs_id TO aj_idresa
       COMPUTE aj_seq = WajSeq + 1
       MOVE WajAnnee TO aj_annee
       MOVE WajMois TO aj_mois
       MOVE frs_idrest TO aj_idrest
       MOVE WclAnnee TO aj_origAnnee
       MOVE WclMois TO aj_origMois
       MOVE WpayMontant TO aj_montant
       MOVE WpayMode TO aj_mode
       MOVE WpaySens TO aj_sens
       MOVE WpayMotif TO aj_motif
       MOVE WappPseudo TO aj_approbation
       MOVE WpayPourboire TO aj_pourboire
       ACCEPT SYS-DATE8 FROM DATE YYYYMMDD
       MOVE SYS-DATE8 TO aj_date
       MOVE WpseudoConnecte TO aj_pseudo
       WRITE ajTampon
        INVALID KEY
         DISPLAY 'Erreur lors de l''enregistrement de'
     -          ' l''ajustement'
        NOT INVALID KEY
         DISPLAY 'Ajustement passé sur ',WajMois,'/',WajAnnee,
            ' (réservation du ',WclMois,'/',WclAnnee,')'
         MOVE 'AJUSTEMENT' TO WaudFichier
         MOVE 'AJOUT' TO WaudOperation
         MOVE frs_id TO WaudCleAvant
         MOVE aj_cle TO WaudCleApres
         PERFORM ENREGISTRER_AUDIT
         IF WpaySens = 1 THEN
          SUBTRACT WpayMontant FROM WpayTotal
          DISPLAY 'Remboursement enregistré, total payé'
     -           ' net : ',WpayTotal,' €'
          PERFORM TICKET_REMBOURSEMENT
         ELSE
          COMPUTE WpayTotal = WpayTotal + WpayMontant
          DISPLAY 'Règlement enregistré, total payé : ',
             WpayTotal,' €'
          IF WpayPourboire NOT = 0 THEN
           DISPLAY 'Pourboire noté : ',WpayPourboire,' €'
          END-IF
         END-IF
         IF WpayTotal < frs_prix THEN
          COMPUTE WpayReste = frs_prix - WpayTotal
          DISPLAY 'Reste dû : ',WpayReste,' €'
         ELSE
          DISPLAY 'Réservation soldée'
         END-IF
       END-WRITE
       CLOSE fajustements.

      ************ COMPTA_AJUSTEMENTS_RESTAURANT **************
      * Ecrit, pour le restaurant WidResto, les ajustements
      * rattachés au mois exporté Wmois/Wannee, chacun avec sa
      * contrepartie au compte CLIENTS et un libellé qui
      * rappelle la réservation et son mois d'origine :
      * règlement au débit du compte du mode, remboursement au
      * crédit de REMBOURS.
      ******************************************************
       COMPTA_AJUSTEMENTS_RESTAURANT.

       OPEN INPUT fajustements
       MOVE Wannee TO aj_annee
       MOVE Wmois TO aj_mois
       START fajustements KEY IS = aj_periode
        INVALID KEY CONTINUE
        NOT INVALID KEY
         MOVE 0 TO WajFin
         PERFORM WITH TEST AFTER UNTIL WajFin = 1
          READ fajustements NEXT
           AT END MOVE 1 TO WajFin
           NOT AT END
            IF aj_annee NOT = Wannee OR aj_mois NOT = Wmois THEN
             MOVE 1 TO WajFin
            ELSE
             IF aj_idrest = WidResto THEN
              MOVE SPACES TO WcpLibelle
              STRING 'Ajust. ' DELIMITED BY SIZE
                 aj_idresa DELIMITED BY SIZE
                 ' du ' DELIMITED BY SIZE
                 aj_origMois DELIMITED BY SIZE
                 '/' DELIMITED BY SIZE
                 aj_origAnnee DELIMITED BY SIZE
                 INTO WcpLibelle
              IF AJUST-REMBOURSE THEN
               MOVE 'REMBOURS' TO WcpCompte
               MOVE 0 TO WcpDebit
               MOVE aj_montant TO WcpCredit
               PERFORM COMPTA_ECRIRE_LIGNE
               MOVE 'CLIENTS' TO WcpCompte
               MOVE aj_montant TO WcpDebit
               MOVE 0 TO WcpCredit
               PERFORM COMPTA_ECRIRE_LIGNE
              ELSE
               EVALUATE aj_mode
                WHEN 1 MOVE 'REGLCARTE' TO WcpCompte
                WHEN 2 MOVE 'REGLESPECES' TO WcpCompte
                WHEN OTHER MOVE 'REGLVIREMENT' TO WcpCompte
               END-EVALUATE
               MOVE aj_montant TO WcpDebit
               MOVE 0 TO WcpCredit
               PERFORM COMPTA_ECRIRE_LIGNE
               MOVE 'CLIENTS' TO WcpCompte
               MOVE 0 TO WcpDebit
               MOVE aj_montant TO WcpCredit
               PERFORM COMPTA_ECRIRE_LIGNE
              END-IF
             END-IF
            END-IF
          END-READ
         END-PERFORM
       END-START
       CLOSE fajustements.

      ********************* ROUVRIR_MOIS **********************
      * Réouverture d'un mois exporté (droit ROUVRIR_MOIS) :
      * retire le mois de dataclotmois.dat, ce qui rend de
      * nouveau modifiables ses réservations et règlements. La
      * réouverture, sa date d'export et son motif sont tracés
      * dans l'audit ; le prochain export du mois le clôt de
      * nouveau.
      ******************************************************
       ROUVRIR_MOIS.

       DISPLAY '|====================================|'
       DISPLAY '|=========== REOUVERTURE  ===========|'
       DISPLAY '|===========  D''UN MOIS   ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

       MOVE 'ROUVRIR_MOIS' TO WdrFonction
       PERFORM CONTROLER_DROIT
       IF WdrOK = 1 THEN
        PERFORM WITH TEST AFTER UNTIL Wmois >= 1 AND Wmois <= 12
         DISPLAY 'Mois à rouvrir (1 à 12) :'
         ACCEPT Wmois
        END-PERFORM
        PERFORM WITH TEST AFTER UNTIL Wannee >= 1900
         DISPLAY 'Année (ex: 2026) :'
         ACCEPT Wannee
        END-PERFORM

        OPEN I-O fclotmois
        MOVE Wannee TO cm_annee
        MOVE Wmois TO cm_mois
        READ fclotmois
         INVALID KEY
          DISPLAY 'Ce mois n''est pas clôturé'
         NOT INVALID KEY
          DISPLAY 'Mois exporté le ',cm_dateExport
          MOVE SPACES TO WajMotif
          PERFORM WITH TEST AFTER UNTIL WajMotif NOT = SPACES
           DISPLAY 'Motif de la réouverture :'
           ACCEPT WajMotif
          END-PERFORM
          MOVE 9 TO Wchoix
          PERFORM WITH TEST AFTER UNTIL Wchoix = 1 OR Wchoix = 0
           DISPLAY 'Rouvrir le mois ',Wmois,'/',Wannee,
              ' ? 1:oui 0:non'
           ACCEPT Wchoix
          END-PERFORM
          IF Wchoix = 1 THEN
           MOVE SPACES TO WaudCleAvant
           STRING cm_annee DELIMITED BY SIZE
              cm_mois DELIMITED BY SIZE
              ' exporté le ' DELIMITED BY SIZE
              cm_dateExport DELIMITED BY SIZE
              INTO WaudCleAvant
           DELETE fclotmois
            INVALID KEY
             DISPLAY 'Erreur lors de la réouverture'
            NOT INVALID KEY
             MOVE 'CLOTMOIS' TO WaudFichier
             MOVE 'REOUVERT' TO WaudOperation
             MOVE WajMotif TO WaudCleApres
             PERFORM ENREGISTRER_AUDIT
             DISPLAY 'Mois ',Wmois,'/',Wannee,' rouvert'
             DISPLAY 'Le prochain export du mois le clôturera'
     -              ' de nouveau'
           END-DELETE
          ELSE
           DISPLAY 'Réouverture annulée'
          END-IF
        END-READ
        CLOSE fclotmois
       END-IF

       DISPLAY '-====================================-'.
