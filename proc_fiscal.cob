      *************** EMETTRE_TICKET_FISCAL *******************
      * Enregistre un ticket dans le registre fiscal inaltérable
      * (dataticketsfisc.dat) du restaurant WtfIdRest : numéro
      * continu par restaurant, empreinte chaînée calculée sur
      * le contenu du ticket et l'empreinte du ticket précédent,
      * puis cumul dans les grands totaux perpétuels du
      * restaurant (jour, mois, année et depuis l'origine). Un
      * ticket n'est jamais modifié ni supprimé : une
      * annulation (WtfType 1) ou un avoir (WtfType 2) est un
      * nouveau ticket de montants négatifs qui renvoie au
      * ticket d'origine (WtfOrigine).
      * Entrées : WtfIdRest, WtfIdResa, WtfConvive, WtfType,
      * WtfOrigine, WtfTTC, WtfHT, WtfTVA.
      * Sortie : WtfNumero (0 si le ticket n'a pas pu être
      * enregistré) et WtfEmpreinte.
      ******************************************************
       EMETTRE_TICKET_FISCAL.

       MOVE 0 TO WtfNumero
       MOVE WtfIdRest TO WverrouRest
       PERFORM PRENDRE_VERROU_APP
       IF WverrouOK = 0 THEN
        DISPLAY 'Ticket non enregistré (poste occupé)'
       ELSE
        OPEN I-O fgrandtot
        MOVE WtfIdRest TO gt_idrest
        MOVE 'P' TO gt_periode
        MOVE 0 TO gt_annee
        MOVE 0 TO gt_mois
        MOVE 0 TO gt_jour
        READ fgrandtot
         INVALID KEY
          MOVE 0 TO gt_dernierNumero
          MOVE 0 TO gt_empreinte
        END-READ
        COMPUTE WtfNumero = gt_dernierNumero + 1

        MOVE WtfIdRest TO tk_idrest
        MOVE WtfNumero TO tk_numero
        MOVE WtfIdResa TO tk_idresa
        MOVE WtfConvive TO tk_convive
        MOVE WtfType TO tk_type
        MOVE WtfOrigine TO tk_numOrigine
        ACCEPT SYS-DATE8 FROM DATE YYYYMMDD
        MOVE A4 TO tk_date_annee
        MOVE MM TO tk_date_mois
        MOVE JJ TO tk_date_jour
        ACCEPT tk_heure FROM TIME
        MOVE WpseudoConnecte TO tk_pseudo
        MOVE WtfTTC TO tk_montantTTC
        MOVE WtfHT TO tk_montantHT
        MOVE WtfTVA TO tk_montantTVA
        MOVE gt_empreinte TO tk_empreintePrec
        PERFORM CALCULER_EMPREINTE_TICKET
        MOVE WtfHash TO tk_empreinte

        OPEN I-O ftickets
        WRITE tkTampon
         INVALID KEY
          DISPLAY 'Erreur lors de l''enregistrement du ticket'
          MOVE 0 TO WtfNumero
        END-WRITE
        CLOSE ftickets

        IF WtfNumero NOT = 0 THEN
         MOVE tk_empreinte TO WtfEmpreinte
         IF WtfTTC < 0 THEN
          COMPUTE WtfAbs = 0 - WtfTTC
         ELSE
          MOVE WtfTTC TO WtfAbs
         END-IF
         MOVE 'P' TO WtfPeriode
         PERFORM CUMULER_GRAND_TOTAL
         MOVE 'A' TO WtfPeriode
         PERFORM CUMULER_GRAND_TOTAL
         MOVE 'M' TO WtfPeriode
         PERFORM CUMULER_GRAND_TOTAL
         MOVE 'J' TO WtfPeriode
         PERFORM CUMULER_GRAND_TOTAL
        END-IF
        CLOSE fgrandtot
        PERFORM RENDRE_VERROU_APP
       END-IF.

      **************** CUMULER_GRAND_TOTAL ********************
      * Ajoute le ticket courant (tkTampon, WtfAbs) au grand
      * total WtfPeriode (P : depuis l'origine, A : année,
      * M : mois, J : jour) du restaurant. Les ventes et les
      * annulations sont cumulées séparément en valeur absolue :
      * aucun total ne peut diminuer. Le total perpétuel du
      * restaurant est recopié sur chaque période pour figer
      * sa valeur en fin de période. fgrandtot est ouvert en
      * I-O par l'appelant.
      ******************************************************
       CUMULER_GRAND_TOTAL.

       MOVE tk_idrest TO gt_idrest
       MOVE WtfPeriode TO gt_periode
       MOVE 0 TO gt_annee
       MOVE 0 TO gt_mois
       MOVE 0 TO gt_jour
       IF WtfPeriode NOT = 'P' THEN
        MOVE tk_date_annee TO gt_annee
       END-IF
       IF WtfPeriode = 'M' OR WtfPeriode = 'J' THEN
        MOVE tk_date_mois TO gt_mois
       END-IF
       IF WtfPeriode = 'J' THEN
        MOVE tk_date_jour TO gt_jour
       END-IF
       MOVE 0 TO WtfTrouve
       READ fgrandtot
        INVALID KEY
         MOVE 0 TO gt_nbTickets
         MOVE 0 TO gt_totalVentes
         MOVE 0 TO gt_totalAnnul
         MOVE 0 TO gt_net
         MOVE 0 TO gt_perpetuel
        NOT INVALID KEY
         MOVE 1 TO WtfTrouve
       END-READ

       ADD 1 TO gt_nbTickets
       IF TICKET-VENTE THEN
        ADD WtfAbs TO gt_totalVentes
       ELSE
        ADD WtfAbs TO gt_totalAnnul
       END-IF
       ADD tk_montantTTC TO gt_net
       IF WtfPeriode = 'P' THEN
        ADD WtfAbs TO gt_perpetuel
        MOVE gt_perpetuel TO WtfPerpetuel
       ELSE
        MOVE WtfPerpetuel TO gt_perpetuel
       END-IF
       MOVE tk_numero TO gt_dernierNumero
       MOVE tk_empreinte TO gt_empreinte

       IF WtfTrouve = 1 THEN
        REWRITE gtTampon
       ELSE
        WRITE gtTampon
       END-IF
       IF gt_stat NOT = 0 THEN
        DISPLAY 'Erreur lors de la mise à jour du grand total ',
           WtfPeriode
       END-IF.

      ************* CALCULER_EMPREINTE_TICKET *****************
      * Empreinte du ticket courant : haché de l'ensemble des
      * zones du ticket (tk_corps, qui comprend l'empreinte du
      * ticket précédent), même principe que HASHER_MDP. Le
      * résultat est rendu dans WtfHash.
      ******************************************************
       CALCULER_EMPREINTE_TICKET.

       MOVE SPACES TO WtfChaine
       MOVE tk_corps TO WtfChaine
       MOVE FUNCTION LENGTH(tk_corps) TO WtfLong
       MOVE tk_empreintePrec TO WtfHash
       PERFORM HACHER_CHAINE_FISCALE.

      *************** HACHER_CHAINE_FISCALE *******************
      * Fait entrer les WtfLong premiers caractères de WtfChaine
      * dans le haché courant WtfHash
      ******************************************************
       HACHER_CHAINE_FISCALE.

       MOVE 1 TO WtfIx
       PERFORM WITH TEST BEFORE UNTIL WtfIx > WtfLong
        MOVE WtfChaine(WtfIx:1) TO WtfCar
        COMPUTE WtfHash = FUNCTION MOD((WtfHash * 31)
           + FUNCTION ORD(WtfCar) + WtfIx, 999999999999989)
        ADD 1 TO WtfIx
       END-PERFORM.

      *************** CHARGER_TICKETS_RESA ********************
      * Charge dans WtfTable les tickets déjà émis pour la
      * réservation WtfIdResa et marque actifs (WtfLActif = 1)
      * les tickets de vente qui n'ont pas été annulés par un
      * ticket d'annulation
      ******************************************************
       CHARGER_TICKETS_RESA.

       MOVE 0 TO WtfNb
       OPEN INPUT ftickets
       MOVE WtfIdResa TO tk_idresa
       START ftickets, KEY IS = tk_idresa
        INVALID KEY CONTINUE
        NOT INVALID KEY
         MOVE 0 TO WtfFin
         PERFORM WITH TEST AFTER UNTIL WtfFin = 1
          READ ftickets NEXT
           AT END MOVE 1 TO WtfFin
           NOT AT END
            IF tk_idresa NOT = WtfIdResa THEN
             MOVE 1 TO WtfFin
            ELSE
             IF WtfNb < 50 THEN
              ADD 1 TO WtfNb
              MOVE tk_numero TO WtfLNumero(WtfNb)
              MOVE tk_convive TO WtfLConvive(WtfNb)
              MOVE tk_type TO WtfLType(WtfNb)
              MOVE tk_numOrigine TO WtfLOrigine(WtfNb)
              MOVE tk_montantTTC TO WtfLTTC(WtfNb)
              MOVE tk_montantHT TO WtfLHT(WtfNb)
              MOVE tk_montantTVA TO WtfLTVA(WtfNb)
              MOVE tk_empreinte TO WtfLEmpreinte(WtfNb)
              IF TICKET-VENTE THEN
               MOVE 1 TO WtfLActif(WtfNb)
              ELSE
               MOVE 0 TO WtfLActif(WtfNb)
              END-IF
             END-IF
            END-IF
          END-READ
         END-PERFORM
       END-START
       CLOSE ftickets

       MOVE 1 TO WtfIx
       PERFORM WITH TEST BEFORE UNTIL WtfIx > WtfNb
        IF WtfLType(WtfIx) = 1 THEN
         MOVE 1 TO WtfIy
         PERFORM WITH TEST BEFORE UNTIL WtfIy > WtfNb
          IF WtfLNumero(WtfIy) = WtfLOrigine(WtfIx) THEN
           MOVE 0 TO WtfLActif(WtfIy)
          END-IF
          ADD 1 TO WtfIy
         END-PERFORM
        END-IF
        ADD 1 TO WtfIx
       END-PERFORM.

      ************** ENREGISTRER_TICKET_RESA ******************
      * Numérote le ticket imprimé pour la réservation
      * WtfIdResa (WtfConvive : 99 pour le ticket global de la
      * table, sinon le convive) au montant WtfTTC / WtfHT /
      * WtfTVA. Une réimpression au même montant est un
      * duplicata du ticket déjà émis ; si le montant a changé,
      * ou si l'on passe du ticket global à l'addition séparée
      * (ou inversement), les tickets remplacés sont d'abord
      * annulés par des tickets négatifs.
      ******************************************************
       ENREGISTRER_TICKET_RESA.

       MOVE WtfConvive TO WtfSConvive
       MOVE WtfTTC TO WtfSTTC
       MOVE WtfHT TO WtfSHT
       MOVE WtfTVA TO WtfSTVA
       PERFORM CHARGER_TICKETS_RESA

       MOVE 0 TO WtfDuplicata
       MOVE 1 TO WtfIz
       PERFORM WITH TEST BEFORE UNTIL WtfIz > WtfNb
        IF WtfLActif(WtfIz) = 1 THEN
         IF WtfLConvive(WtfIz) = WtfSConvive THEN
          IF WtfLTTC(WtfIz) = WtfSTTC AND WtfDuplicata = 0 THEN
           MOVE 1 TO WtfDuplicata
           MOVE WtfLNumero(WtfIz) TO WtfDupNumero
           MOVE WtfLEmpreinte(WtfIz) TO WtfDupEmpreinte
          ELSE
           PERFORM ANNULER_TICKET_LIGNE
          END-IF
         ELSE
          IF WtfSConvive = 99 OR WtfLConvive(WtfIz) = 99 THEN
           PERFORM ANNULER_TICKET_LIGNE
          END-IF
         END-IF
        END-IF
        ADD 1 TO WtfIz
       END-PERFORM

       IF WtfDuplicata = 1 THEN
        DISPLAY 'DUPLICATA - Ticket n° ',WtfIdRest,'-',WtfDupNumero
        DISPLAY 'Empreinte : ',WtfDupEmpreinte
       ELSE
        MOVE WtfSConvive TO WtfConvive
        MOVE WtfSTTC TO WtfTTC
        MOVE WtfSHT TO WtfHT
        MOVE WtfSTVA TO WtfTVA
        MOVE 0 TO WtfType
        MOVE 0 TO WtfOrigine
        PERFORM EMETTRE_TICKET_FISCAL
        IF WtfNumero NOT = 0 THEN
         DISPLAY 'Ticket n° ',WtfIdRest,'-',WtfNumero
         DISPLAY 'Empreinte : ',WtfEmpreinte
        END-IF
       END-IF.

      *************** ANNULER_TICKET_LIGNE ********************
      * Emet le ticket d'annulation (montants opposés) du
      * ticket de la ligne WtfIz de WtfTable
      ******************************************************
       ANNULER_TICKET_LIGNE.

       MOVE WtfLConvive(WtfIz) TO WtfConvive
       MOVE 1 TO WtfType
       MOVE WtfLNumero(WtfIz) TO WtfOrigine
       COMPUTE WtfTTC = 0 - WtfLTTC(WtfIz)
       COMPUTE WtfHT = 0 - WtfLHT(WtfIz)
       COMPUTE WtfTVA = 0 - WtfLTVA(WtfIz)
       PERFORM EMETTRE_TICKET_FISCAL
       IF WtfNumero NOT = 0 THEN
        MOVE 0 TO WtfLActif(WtfIz)
        DISPLAY 'Ticket n° ',WtfIdRest,'-',WtfLNumero(WtfIz),
           ' annulé par le ticket n° ',WtfIdRest,'-',WtfNumero
       END-IF.

      ************ ANNULER_TICKETS_RESERVATION ****************
      * Annulation ou suppression d'une réservation : chaque
      * ticket encore actif de la réservation WtfIdResa (du
      * restaurant WtfIdRest) reçoit son ticket d'annulation
      ******************************************************
       ANNULER_TICKETS_RESERVATION.

       PERFORM CHARGER_TICKETS_RESA
       MOVE 1 TO WtfIz
       PERFORM WITH TEST BEFORE UNTIL WtfIz > WtfNb
        IF WtfLActif(WtfIz) = 1 THEN
         PERFORM ANNULER_TICKET_LIGNE
        END-IF
        ADD 1 TO WtfIz
       END-PERFORM.

      *************** TICKET_REMBOURSEMENT ********************
      * Avoir fiscal d'un remboursement : si la réservation
      * courante (resaTampon) a un ticket actif, le montant
      * remboursé WpayMontant est enregistré comme ticket
      * négatif renvoyant au dernier ticket actif, la TVA étant
      * proratisée sur celle de la réservation
      ******************************************************
       TICKET_REMBOURSEMENT.

       MOVE frs_id TO WtfIdResa
       MOVE frs_idrest TO WtfIdRest
       PERFORM CHARGER_TICKETS_RESA
       MOVE 0 TO WtfOrigine
       MOVE 1 TO WtfIz
       PERFORM WITH TEST BEFORE UNTIL WtfIz > WtfNb
        IF WtfLActif(WtfIz) = 1 THEN
         MOVE WtfLNumero(WtfIz) TO WtfOrigine
         MOVE WtfLConvive(WtfIz) TO WtfConvive
        END-IF
        ADD 1 TO WtfIz
       END-PERFORM
       IF WtfOrigine NOT = 0 THEN
        MOVE 2 TO WtfType
        COMPUTE WtfTTC = 0 - WpayMontant
        MOVE 0 TO WtfTVA
        IF frs_prix NOT = 0 THEN
         COMPUTE WtfTVA ROUNDED = 0 - (WpayMontant * frs_tvaMontant
            / frs_prix)
        END-IF
        COMPUTE WtfHT = WtfTTC - WtfTVA
        PERFORM EMETTRE_TICKET_FISCAL
        IF WtfNumero NOT = 0 THEN
         DISPLAY 'Avoir n° ',WtfIdRest,'-',WtfNumero,
            ' sur le ticket n° ',WtfIdRest,'-',WtfOrigine
        END-IF
       END-IF.

      ************* VERIFIER_REGISTRE_FISCAL ******************
      * Contrôle d'inaltérabilité du registre des tickets : pour
      * un restaurant (0 : tous), relit les tickets dans l'ordre
      * des numéros, vérifie la continuité de la numérotation,
      * le chaînage des empreintes et recalcule l'empreinte de
      * chaque ticket, puis rapproche le dernier ticket et le
      * cumul des montants du grand total perpétuel. Toute
      * rupture est listée. En batch, tous les restaurants sont
      * contrôlés.
      ******************************************************
       VERIFIER_REGISTRE_FISCAL.

       DISPLAY '|====================================|'
       DISPLAY '|=========== CONTROLE DU  ===========|'
       DISPLAY '|=========== REGISTRE FISC ==========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

        MOVE 0 TO WvfNbRuptures
        MOVE 0 TO WvfNbTickets
        IF WbatchMode = 1 THEN
         MOVE 0 TO WvfIdRest
        ELSE
         DISPLAY 'Identifiant du restaurant (0 = tous) :'
         ACCEPT WvfIdRest
        END-IF
        IF WvfIdRest = 0 THEN
         OPEN INPUT frestaurants
         MOVE 0 TO WtfFin
         PERFORM WITH TEST AFTER UNTIL WtfFin = 1
          READ frestaurants NEXT
           AT END MOVE 1 TO WtfFin
           NOT AT END
            MOVE fr_id TO WvfIdRest
            PERFORM VERIFIER_REGISTRE_RESTO
          END-READ
         END-PERFORM
         CLOSE frestaurants
        ELSE
         PERFORM VERIFIER_REGISTRE_RESTO
        END-IF

        DISPLAY ' '
        DISPLAY WvfNbTickets,' ticket(s) contrôlé(s)'
        IF WvfNbRuptures = 0 THEN
         DISPLAY 'Registre intègre : aucune rupture'
        ELSE
         DISPLAY WvfNbRuptures,' rupture(s) détectée(s)'
        END-IF

       DISPLAY '-====================================-'.

      ************** VERIFIER_REGISTRE_RESTO ******************
      * Contrôle de la chaîne des tickets du restaurant
      * WvfIdRest (voir VERIFIER_REGISTRE_FISCAL)
      ******************************************************
       VERIFIER_REGISTRE_RESTO.

       MOVE 0 TO WvfNumPrec
       MOVE 0 TO WvfEmpPrec
       MOVE 0 TO WvfPerpetuel
       OPEN INPUT ftickets
       MOVE WvfIdRest TO tk_idrest
       MOVE 0 TO tk_numero
       START ftickets KEY IS >= tk_cle
        INVALID KEY CONTINUE
        NOT INVALID KEY
         MOVE 0 TO WintFin
         PERFORM WITH TEST AFTER UNTIL WintFin = 1
          READ ftickets NEXT
           AT END MOVE 1 TO WintFin
           NOT AT END
            IF tk_idrest NOT = WvfIdRest THEN
             MOVE 1 TO WintFin
            ELSE
             ADD 1 TO WvfNbTickets
             IF tk_numero NOT = WvfNumPrec + 1 THEN
              ADD 1 TO WvfNbRuptures
              DISPLAY 'Restaurant ',WvfIdRest,' : ticket ',
                 tk_numero,' après le ticket ',WvfNumPrec,
                 ' (numérotation interrompue)'
             END-IF
             IF tk_empreintePrec NOT = WvfEmpPrec THEN
              ADD 1 TO WvfNbRuptures
              DISPLAY 'Restaurant ',WvfIdRest,' : ticket ',
                 tk_numero,' ne chaîne pas sur le précédent'
             END-IF
             PERFORM CALCULER_EMPREINTE_TICKET
             IF WtfHash NOT = tk_empreinte THEN
              ADD 1 TO WvfNbRuptures
              DISPLAY 'Restaurant ',WvfIdRest,' : ticket ',
                 tk_numero,' altéré (empreinte fausse)'
             END-IF
             IF tk_montantTTC < 0 THEN
              COMPUTE WvfPerpetuel = WvfPerpetuel - tk_montantTTC
             ELSE
              ADD tk_montantTTC TO WvfPerpetuel
             END-IF
             MOVE tk_numero TO WvfNumPrec
             MOVE tk_empreinte TO WvfEmpPrec
            END-IF
          END-READ
         END-PERFORM
       END-START
       CLOSE ftickets

       OPEN INPUT fgrandtot
       MOVE WvfIdRest TO gt_idrest
       MOVE 'P' TO gt_periode
       MOVE 0 TO gt_annee
       MOVE 0 TO gt_mois
       MOVE 0 TO gt_jour
       READ fgrandtot
        INVALID KEY
         IF WvfNumPrec NOT = 0 THEN
          ADD 1 TO WvfNbRuptures
          DISPLAY 'Restaurant ',WvfIdRest,' : grand total'
     -           ' perpétuel absent'
         END-IF
        NOT INVALID KEY
         IF gt_dernierNumero NOT = WvfNumPrec
          OR gt_empreinte NOT = WvfEmpPrec THEN
          ADD 1 TO WvfNbRuptures
          DISPLAY 'Restaurant ',WvfIdRest,' : dernier ticket ',
             WvfNumPrec,' au registre, ',gt_dernierNumero,
             ' au grand total'
         END-IF
         IF gt_perpetuel NOT = WvfPerpetuel THEN
          ADD 1 TO WvfNbRuptures
          DISPLAY 'Restaurant ',WvfIdRest,' : grand total'
     -           ' perpétuel ',gt_perpetuel,' pour ',WvfPerpetuel,
             ' au registre'
         END-IF
       END-READ
       CLOSE fgrandtot.

      ************** ARCHIVER_JOURNEE_FISCALE *****************
      * Archive fiscale de la journée Wdate du restaurant
      * WidResto, produite à la clôture de caisse dans
      * archfisc_RRRR_AAAAMMJJ.txt : les tickets du jour, les
      * grands totaux jour, mois, année et perpétuel, puis une
      * ligne de scellement (haché chaîné de toutes les lignes
      * de l'archive, partant de l'empreinte du dernier ticket
      * du restaurant) qui permet de prouver que l'archive n'a
      * pas été retouchée.
      ******************************************************
       ARCHIVER_JOURNEE_FISCALE.

       COMPUTE WafDate8 = Wdate_annee * 10000 + Wdate_mois * 100
          + Wdate_jour
       MOVE SPACES TO WafNom
       STRING 'archfisc_' DELIMITED BY SIZE
             WidResto DELIMITED BY SIZE
             '_' DELIMITED BY SIZE
             WafDate8 DELIMITED BY SIZE
             '.txt' DELIMITED BY SIZE
             INTO WafNom

      *le scellement part de l'empreinte courante de la chaîne
       OPEN INPUT fgrandtot
       MOVE WidResto TO gt_idrest
       MOVE 'P' TO gt_periode
       MOVE 0 TO gt_annee
       MOVE 0 TO gt_mois
       MOVE 0 TO gt_jour
       READ fgrandtot
        INVALID KEY MOVE 0 TO gt_empreinte
       END-READ
       MOVE gt_empreinte TO WtfHash

       OPEN OUTPUT farchfisc
       MOVE 0 TO WafNb
       ACCEPT SYS-DATE8 FROM DATE YYYYMMDD
       ACCEPT WafTime FROM TIME
       MOVE SPACES TO afLigne
       STRING 'ARCHIVE;' DELIMITED BY SIZE
             WidResto DELIMITED BY SIZE
             ';' DELIMITED BY SIZE
             WafDate8 DELIMITED BY SIZE
             ';' DELIMITED BY SIZE
             SYS-DATE8 DELIMITED BY SIZE
             WafTime DELIMITED BY SIZE
             ';' DELIMITED BY SIZE
             WpseudoConnecte DELIMITED BY SPACE
             INTO afLigne
       PERFORM ECRIRE_LIGNE_ARCHIVE

       OPEN INPUT ftickets
       MOVE WidResto TO tk_idrest
       MOVE 0 TO tk_numero
       START ftickets KEY IS >= tk_cle
        INVALID KEY CONTINUE
        NOT INVALID KEY
         MOVE 0 TO WintFin
         PERFORM WITH TEST AFTER UNTIL WintFin = 1
          READ ftickets NEXT
           AT END MOVE 1 TO WintFin
           NOT AT END
            IF tk_idrest NOT = WidResto THEN
             MOVE 1 TO WintFin
            ELSE
             IF tk_date_annee = Wdate_annee
              AND tk_date_mois = Wdate_mois
              AND tk_date_jour = Wdate_jour THEN
              ADD 1 TO WafNb
              MOVE tk_montantTTC TO WtfMontE
              MOVE SPACES TO afLigne
              STRING 'T;' DELIMITED BY SIZE
                 tk_numero DELIMITED BY SIZE
                 ';' DELIMITED BY SIZE
                 tk_type DELIMITED BY SIZE
                 ';' DELIMITED BY SIZE
                 tk_numOrigine DELIMITED BY SIZE
                 ';' DELIMITED BY SIZE
                 tk_idresa DELIMITED BY SIZE
                 ';' DELIMITED BY SIZE
                 tk_convive DELIMITED BY SIZE
                 ';' DELIMITED BY SIZE
                 tk_heure DELIMITED BY SIZE
                 ';' DELIMITED BY SIZE
                 WtfMontE DELIMITED BY SIZE
                 ';' DELIMITED BY SIZE
                 tk_empreinte DELIMITED BY SIZE
                 INTO afLigne
              PERFORM ECRIRE_LIGNE_ARCHIVE
             END-IF
            END-IF
          END-READ
         END-PERFORM
       END-START
       CLOSE ftickets

       MOVE 'J' TO WtfPeriode
       PERFORM ARCHIVER_GRAND_TOTAL
       MOVE 'M' TO WtfPeriode
       PERFORM ARCHIVER_GRAND_TOTAL
       MOVE 'A' TO WtfPeriode
       PERFORM ARCHIVER_GRAND_TOTAL
       MOVE 'P' TO WtfPeriode
       PERFORM ARCHIVER_GRAND_TOTAL
       CLOSE fgrandtot

       MOVE SPACES TO afLigne
       STRING 'SCEAU;' DELIMITED BY SIZE
             WtfHash DELIMITED BY SIZE
             INTO afLigne
       WRITE afLigne
       CLOSE farchfisc

       MOVE 'ARCHFISC' TO WaudFichier
       MOVE 'AJOUT' TO WaudOperation
       MOVE SPACES TO WaudCleAvant
       MOVE WafNom TO WaudCleApres
       PERFORM ENREGISTRER_AUDIT
       DISPLAY 'Archive fiscale ',WafNom,' : ',WafNb,
          ' ticket(s), sceau ',WtfHash.

      *************** ARCHIVER_GRAND_TOTAL ********************
      * Ecrit dans l'archive la ligne du grand total WtfPeriode
      * du restaurant WidResto pour la journée Wdate.
      * fgrandtot est ouvert en entrée par l'appelant.
      ******************************************************
       ARCHIVER_GRAND_TOTAL.

       MOVE WidResto TO gt_idrest
       MOVE WtfPeriode TO gt_periode
       MOVE 0 TO gt_annee
       MOVE 0 TO gt_mois
       MOVE 0 TO gt_jour
       IF WtfPeriode NOT = 'P' THEN
        MOVE Wdate_annee TO gt_annee
       END-IF
       IF WtfPeriode = 'M' OR WtfPeriode = 'J' THEN
        MOVE Wdate_mois TO gt_mois
       END-IF
       IF WtfPeriode = 'J' THEN
        MOVE Wdate_jour TO gt_jour
       END-IF
       READ fgrandtot
        INVALID KEY
         MOVE 0 TO gt_nbTickets
         MOVE 0 TO gt_totalVentes
         MOVE 0 TO gt_totalAnnul
         MOVE 0 TO gt_perpetuel
         MOVE 0 TO gt_dernierNumero
         MOVE 0 TO gt_empreinte
       END-READ
       MOVE SPACES TO afLigne
       STRING 'GT' DELIMITED BY SIZE
             WtfPeriode DELIMITED BY SIZE
             ';' DELIMITED BY SIZE
             gt_nbTickets DELIMITED BY SIZE
             ';' DELIMITED BY SIZE
             gt_totalVentes DELIMITED BY SIZE
             ';' DELIMITED BY SIZE
             gt_totalAnnul DELIMITED BY SIZE
             ';' DELIMITED BY SIZE
             gt_perpetuel DELIMITED BY SIZE
             ';' DELIMITED BY SIZE
             gt_dernierNumero DELIMITED BY SIZE
             ';' DELIMITED BY SIZE
             gt_empreinte DELIMITED BY SIZE
             INTO afLigne
       PERFORM ECRIRE_LIGNE_ARCHIVE.

      *************** ECRIRE_LIGNE_ARCHIVE ********************
      * Ecrit afLigne dans l'archive fiscale et la fait entrer
      * dans le haché de scellement WtfHash
      ******************************************************
       ECRIRE_LIGNE_ARCHIVE.

       WRITE afLigne
       MOVE afLigne TO WtfChaine
       MOVE 200 TO WtfLong
       PERFORM HACHER_CHAINE_FISCALE.
