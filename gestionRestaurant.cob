         RECORD KEY IS cfrs_id
         ALTERNATE RECORD KEY IS cfrs_idcli WITH DUPLICATES
         ALTERNATE RECORD KEY IS cfrs_idrest WITH DUPLICATES
         ALTERNATE RECORD KEY IS cfrs_date WITH DUPLICATES
         ALTERNATE RECORD KEY IS cfrs_dateSaisie WITH DUPLICATES
         FILE STATUS IS cfrs_stat.

         SELECT fresaconv1 ASSIGN TO "datareservations.old"
         ORGANIZATION indexed
         ACCESS dynamic
         RECORD KEY IS cfrs1_id
         ALTERNATE RECORD KEY IS cfrs1_idcli WITH DUPLICATES
         ALTERNATE RECORD KEY IS cfrs1_idrest WITH DUPLICATES
         FILE STATUS IS cfrs1_stat.

         SELECT fcliconv ASSIGN TO "dataclients.old"
         ORGANIZATION indexed
         ACCESS dynamic
         ALTERNATE RECORD KEY IS cfc_tel WITH DUPLICATES
         FILE STATUS IS ccli_stat.

         SELECT fcliconv1 ASSIGN TO "dataclients.old"
         ORGANIZATION indexed
         ACCESS dynamic
         RECORD KEY IS cfc1_id
         ALTERNATE RECORD KEY IS cfc1_ville WITH DUPLICATES
         ALTERNATE RECORD KEY IS cfc1_nom WITH DUPLICATES
         ALTERNATE RECORD KEY IS cfc1_tel WITH DUPLICATES
         FILE STATUS IS ccli1_stat.

         SELECT frmconv ASSIGN TO "dataresamenus.old"
         ORGANIZATION indexed
         ACCESS MODE IS dynamic
         ALTERNATE RECORD KEY IS cfh_idrest WITH DUPLICATES
         FILE STATUS IS cfh_stat.

         SELECT fhconv1 ASSIGN TO "datahistoreserv.old"
         ORGANIZATION indexed
         ACCESS MODE IS dynamic
         RECORD KEY IS cfh1_id
         ALTERNATE RECORD KEY IS cfh1_idcli WITH DUPLICATES
         ALTERNATE RECORD KEY IS cfh1_idrest WITH DUPLICATES
         FILE STATUS IS cfh1_stat.

         SELECT fhrmconv ASSIGN TO "datahistoresamenus.old"
         ORGANIZATION indexed
         ACCESS MODE IS dynamic
         ALTERNATE RECORD KEY IS cfhd_nomMenu WITH DUPLICATES
         FILE STATUS IS cfhd_stat.

         SELECT fparconv ASSIGN TO "dataparams.old"
         ORGANIZATION indexed
         ACCESS MODE IS dynamic
         RECORD KEY IS cpar_idrest
         FILE STATUS IS cpar_stat.

         SELECT fjrconv ASSIGN TO "datajournal.old"
         ORGANIZATION indexed
         ACCESS MODE IS dynamic
         RECORD KEY IS cjr_cle
         FILE STATUS IS cjr_stat.

         SELECT fzcconv ASSIGN TO "datacaisse.old"
         ORGANIZATION indexed
         ACCESS MODE IS dynamic
         RECORD KEY IS czc_cle
         FILE STATUS IS czc_stat.

      *sonde d'existence de la sauvegarde du jour (le nom daté
      *est construit dans WbkTest avant l'ouverture)
         SELECT fbktest ASSIGN TO WbkTest
         ORGANIZATION LINE SEQUENTIAL
         FILE STATUS IS rj_stat.

         SELECT ftickets ASSIGN TO "dataticketsfisc.dat"
         ORGANIZATION indexed
         ACCESS MODE IS dynamic
         RECORD KEY IS tk_cle
         ALTERNATE RECORD KEY IS tk_idresa WITH DUPLICATES
         FILE STATUS IS tk_stat.

         SELECT fgrandtot ASSIGN TO "datagrandtotaux.dat"
         ORGANIZATION indexed
         ACCESS MODE IS dynamic
         RECORD KEY IS gt_cle
         FILE STATUS IS gt_stat.

      *archive fiscale d'une journée clôturée (le nom daté par
      *restaurant est construit dans WafNom avant l'ouverture)
         SELECT farchfisc ASSIGN TO WafNom
         ORGANIZATION LINE SEQUENTIAL
         FILE STATUS IS af_stat.

         SELECT fconsos ASSIGN TO "dataconsos.dat"
         ORGANIZATION indexed
         ACCESS MODE IS dynamic
         RECORD KEY IS fco_cle
         ALTERNATE RECORD KEY IS fco_idresa WITH DUPLICATES
         FILE STATUS IS fco_stat.

         SELECT fhconsos ASSIGN TO "datahistoconsos.dat"
         ORGANIZATION indexed
         ACCESS MODE IS dynamic
         RECORD KEY IS fhco_cle
         ALTERNATE RECORD KEY IS fhco_idresa WITH DUPLICATES
         FILE STATUS IS fhco_stat.

         SELECT fingredients ASSIGN TO "dataingredients.dat"
         ORGANIZATION indexed
         ACCESS MODE IS dynamic
         RECORD KEY IS ing_nom
         FILE STATUS IS ing_stat.

         SELECT frecettes ASSIGN TO "datarecettes.dat"
         ORGANIZATION indexed
         ACCESS MODE IS dynamic
         RECORD KEY IS rec_cle
         ALTERNATE RECORD KEY IS rec_ingredient WITH DUPLICATES
         FILE STATUS IS rec_stat.

         SELECT ffournisseurs ASSIGN TO "datafournisseurs.dat"
         ORGANIZATION indexed
         ACCESS MODE IS dynamic
         RECORD KEY IS four_id
         FILE STATUS IS four_stat.

         SELECT fliensfour ASSIGN TO "dataliensfour.dat"
         ORGANIZATION indexed
         ACCESS MODE IS dynamic
         RECORD KEY IS lf_article
         ALTERNATE RECORD KEY IS lf_idfour WITH DUPLICATES
         FILE STATUS IS lf_stat.

         SELECT fcommandes ASSIGN TO "datacommandes.dat"
         ORGANIZATION indexed
         ACCESS MODE IS dynamic
         RECORD KEY IS cmd_cle
         ALTERNATE RECORD KEY IS cmd_idrest WITH DUPLICATES
         FILE STATUS IS cmd_stat.

         SELECT fexpcommandes ASSIGN TO "commandes_fournisseurs.csv"
         ORGANIZATION LINE SEQUENTIAL
         FILE STATUS IS xcm_stat.

         SELECT femployes ASSIGN TO "dataemployes.dat"
         ORGANIZATION indexed
         ACCESS MODE IS dynamic
         RECORD KEY IS emp_id
         ALTERNATE RECORD KEY IS emp_idrest WITH DUPLICATES
         FILE STATUS IS emp_stat.

         SELECT fplanning ASSIGN TO "dataplanning.dat"
         ORGANIZATION indexed
         ACCESS MODE IS dynamic
         RECORD KEY IS pl_cle
         ALTERNATE RECORD KEY IS pl_idemp WITH DUPLICATES
         FILE STATUS IS pl_stat.

         SELECT fenquetes ASSIGN TO "dataenquetes.dat"
         ORGANIZATION indexed
         ACCESS MODE IS dynamic
         RECORD KEY IS enq_idresa
         ALTERNATE RECORD KEY IS enq_idrest WITH DUPLICATES
         FILE STATUS IS enq_stat.

         SELECT freponsesEnq ASSIGN TO "enquetes_reponses.csv"
         ORGANIZATION LINE SEQUENTIAL
         FILE STATUS IS rpe_stat.

         SELECT frejetsEnq ASSIGN TO "enquetes_rejets.csv"
         ORGANIZATION LINE SEQUENTIAL
         FILE STATUS IS rje_stat.

         SELECT fplaintes ASSIGN TO "dataplaintes.dat"
         ORGANIZATION indexed
         ACCESS MODE IS dynamic
         RECORD KEY IS pla_id
         ALTERNATE RECORD KEY IS pla_idrest WITH DUPLICATES
         FILE STATUS IS pla_stat.

         SELECT fexportDispo ASSIGN TO "disponibilites_web.csv"
         ORGANIZATION LINE SEQUENTIAL
         FILE STATUS IS fxd_stat.

         SELECT ftelecollecte ASSIGN TO "telecollecte.csv"
         ORGANIZATION LINE SEQUENTIAL
         FILE STATUS IS tlc_stat.

         SELECT frapcarte ASSIGN TO "datarapprocarte.dat"
         ORGANIZATION indexed
         ACCESS MODE IS dynamic
         RECORD KEY IS rpc_cle
         FILE STATUS IS rpc_stat.

         SELECT froles ASSIGN TO "dataroles.dat"
         ORGANIZATION indexed
         ACCESS MODE IS dynamic
         RECORD KEY IS rol_nom
         FILE STATUS IS rol_stat.

         SELECT fdroits ASSIGN TO "datadroits.dat"
         ORGANIZATION indexed
         ACCESS MODE IS dynamic
         RECORD KEY IS dr_cle
         FILE STATUS IS dr_stat.

         SELECT fallergies ASSIGN TO "dataallergies.dat"
         ORGANIZATION indexed
         ACCESS MODE IS dynamic
         RECORD KEY IS alg_cle
         FILE STATUS IS alg_stat.

         SELECT fbons ASSIGN TO "databons.dat"
         ORGANIZATION indexed
         ACCESS MODE IS dynamic
         RECORD KEY IS bon_cle
         FILE STATUS IS bon_stat.

         SELECT fbonscuisine ASSIGN TO "bons_cuisine.txt"
         ORGANIZATION LINE SEQUENTIAL
         FILE STATUS IS xbc_stat.

         SELECT femporter ASSIGN TO "dataemporter.dat"
         ORGANIZATION indexed
         ACCESS MODE IS dynamic
         RECORD KEY IS cde_id
         ALTERNATE RECORD KEY IS cde_creneau WITH DUPLICATES
         FILE STATUS IS cde_stat.

         SELECT femplignes ASSIGN TO "dataemplignes.dat"
         ORGANIZATION indexed
         ACCESS MODE IS dynamic
         RECORD KEY IS cdl_cle
         FILE STATUS IS cdl_stat.

         SELECT fpayemp ASSIGN TO "datapayemporter.dat"
         ORGANIZATION indexed
         ACCESS MODE IS dynamic
         RECORD KEY IS pe_cle
         FILE STATUS IS pe_stat.

         SELECT fbudgets ASSIGN TO "databudgets.dat"
         ORGANIZATION indexed
         ACCESS MODE IS dynamic
         RECORD KEY IS bud_cle
         FILE STATUS IS bud_stat.

         SELECT fimportBud ASSIGN TO "import_budgets.csv"
         ORGANIZATION LINE SEQUENTIAL
         FILE STATUS IS imb_stat.

         SELECT fsmsqueue ASSIGN TO "smsqueue.csv"
         ORGANIZATION LINE SEQUENTIAL
         FILE STATUS IS sq_stat.

         SELECT fsmstmp ASSIGN TO "smsqueue.tmp"
         ORGANIZATION LINE SEQUENTIAL
         FILE STATUS IS sqt_stat.

         SELECT fsmsarch ASSIGN TO "smsenvoyes.csv"
         ORGANIZATION LINE SEQUENTIAL
         FILE STATUS IS sqa_stat.

         SELECT fsmsdead ASSIGN TO "smsrejetes.csv"
         ORGANIZATION LINE SEQUENTIAL
         FILE STATUS IS sqd_stat.

         SELECT fcanaux ASSIGN TO "datacanaux.dat"
         ORGANIZATION indexed
         ACCESS MODE IS dynamic
         RECORD KEY IS can_cle
         FILE STATUS IS can_stat.

         SELECT fcommunes ASSIGN TO "datacommunes.dat"
         ORGANIZATION indexed
         ACCESS MODE IS dynamic
         RECORD KEY IS com_cle
         ALTERNATE RECORD KEY IS com_nomN WITH DUPLICATES
         FILE STATUS IS com_stat.

         SELECT fimportCom ASSIGN TO "import_communes.csv"
         ORGANIZATION LINE SEQUENTIAL
         FILE STATUS IS icm_stat.

         SELECT fcorrCom ASSIGN TO "corrections_communes.csv"
         ORGANIZATION LINE SEQUENTIAL
         FILE STATUS IS ccm_stat.

         SELECT fajustements ASSIGN TO "dataajustements.dat"
         ORGANIZATION indexed
         ACCESS MODE IS dynamic
         RECORD KEY IS aj_cle
         ALTERNATE RECORD KEY IS aj_periode WITH DUPLICATES
         FILE STATUS IS aj_stat.

         SELECT fdevis ASSIGN TO "datadevis.dat"
         ORGANIZATION indexed
         ACCESS MODE IS dynamic
         RECORD KEY IS dv_cle
         ALTERNATE RECORD KEY IS dv_idrest WITH DUPLICATES
         FILE STATUS IS dv_stat.

         SELECT fdevmenus ASSIGN TO "datadevmenus.dat"
         ORGANIZATION indexed
         ACCESS MODE IS dynamic
         RECORD KEY IS dvm_cle
         FILE STATUS IS dvm_stat.

         SELECT farrhesremb ASSIGN TO "arrhes_a_rembourser.csv"
         ORGANIZATION LINE SEQUENTIAL
         FILE STATUS IS arb_stat.

       DATA DIVISION.
        FILE SECTION.
         FD fmenus.
          02 fc_consentMkt PIC 9.
           88 CLIENT-CONSENT-MKT VALUE 1.
           88 CLIENT-OPPOSE-MKT VALUE 0.
          02 fc_canalPref PIC X.
           88 CANAL-PREF-MAIL VALUE 'M'.
           88 CANAL-PREF-SMS VALUE 'S'.

         FD frestaurants.
          01 restTampon.
           02 frs_heure.
            03 frs_heure_heure PIC 99.
            03 frs_heure_minute PIC 99.
           02 frs_prix PIC 9(5)V99.
           02 frs_nomsMenus PIC X(250).
           02 frs_nbPersonnes PIC 99.
           02 frs_dateSaisie.
            88 RESA-TERMINEE VALUE 2.
            88 RESA-ANNULEE VALUE 3.
            88 RESA-NOSHOW VALUE 4.
           02 frs_prixHT PIC 9(5)V99.
           02 frs_tvaMontant PIC 9(5)V99.
           02 frs_surCompte PIC 9.
            88 RESA-SUR-COMPTE VALUE 1.
           02 frs_idserie PIC 9(4).
           02 cfrs_id PIC 9(10).
           02 cfrs_idcli PIC 9(4).
           02 cfrs_idrest PIC 9(4).
           02 cfrs_date PIC X(8).
           02 cfrs_heure PIC X(4).
           02 cfrs_prix PIC 99V99.
           02 cfrs_nomsMenus PIC X(250).
           02 cfrs_nbPersonnes PIC 99.
           02 cfrs_dateSaisie PIC X(8).
           02 cfrs_numTable PIC 99.
           02 cfrs_statut PIC 9.
           02 cfrs_prixHT PIC 99V99.
           02 cfrs_tvaMontant PIC 99V99.
           02 cfrs_suite.
            03 cfrs_surCompte PIC 9.
            03 cfrs_idserie PIC 9(4).
            03 cfrs_heureFin PIC 9(4).
            03 cfrs_codeCampagne PIC X(10).

         FD fresaconv1.
          01 cresa1Tampon.
           02 cfrs1_id PIC 9(10).
           02 cfrs1_idcli PIC 9(4).
           02 cfrs1_idrest PIC 9(4).
           02 cfrs1_reste PIC X(287).
           02 cfrs1_detail REDEFINES cfrs1_reste.
            03 cfrs1_date PIC X(8).
            03 cfrs1_heure PIC X(4).
            03 cfrs1_prix PIC 99V99.
            03 cfrs1_nomsMenus PIC X(250).
            03 cfrs1_nbPersonnes PIC 99.
            03 cfrs1_dateSaisie PIC X(8).
            03 cfrs1_numTable PIC 99.
            03 cfrs1_statut PIC 9.
            03 cfrs1_prixHT PIC 99V99.
            03 cfrs1_tvaMontant PIC 99V99.

         FD fcliconv.
          01 ccliTampon.
           02 FILLER PIC X(200).
           02 cfc_ville PIC A(25).
           02 FILLER PIC X(5).
           02 FILLER PIC X(15).

         FD fcliconv1.
          01 ccli1Tampon.
           02 cfc1_id PIC 9(4).
           02 cfc1_nom PIC A(50).
           02 FILLER PIC X(57).
           02 cfc1_tel PIC 9(10).
           02 FILLER PIC X(200).
           02 cfc1_ville PIC A(25).
           02 FILLER PIC X(5).

         FD frmconv.
          01 crmTampon.
            03 cftb_numero PIC 99.
           02 FILLER PIC X(3).

         FD fparconv.
          01 cparTampon.
           02 cpar_idrest PIC 9(4).
           02 FILLER PIC X(27).

         FD fjrconv.
          01 cjrTampon.
           02 cjr_cle.
            03 cjr_idrest PIC 9(4).
            03 cjr_annee PIC 9(4).
            03 cjr_mois PIC 99.
            03 cjr_jour PIC 99.
           02 FILLER PIC X(27).

         FD fzcconv.
          01 czcTampon.
           02 czc_cle.
            03 czc_idrest PIC 9(4).
            03 czc_annee PIC 9(4).
            03 czc_mois PIC 99.
            03 czc_jour PIC 99.
           02 FILLER PIC X(72).

         FD fpayconv.
          01 cpayTampon.
           02 cpay_cle.
           02 cfh_id PIC 9(10).
           02 cfh_idcli PIC 9(4).
           02 cfh_idrest PIC 9(4).
           02 cfh_date PIC X(8).
           02 cfh_heure PIC X(4).
           02 cfh_prix PIC 99V99.
           02 cfh_nomsMenus PIC X(250).
           02 cfh_nbPersonnes PIC 99.
           02 cfh_dateSaisie PIC X(8).
           02 cfh_numTable PIC 99.
           02 cfh_statut PIC 9.
           02 cfh_prixHT PIC 99V99.
           02 cfh_tvaMontant PIC 99V99.
           02 cfh_suite.
            03 cfh_surCompte PIC 9.
            03 cfh_idserie PIC 9(4).
            03 cfh_heureFin PIC 9(4).
            03 cfh_codeCampagne PIC X(10).

         FD fhconv1.
          01 chresa1Tampon.
           02 cfh1_id PIC 9(10).
           02 cfh1_idcli PIC 9(4).
           02 cfh1_idrest PIC 9(4).
           02 cfh1_reste PIC X(287).
           02 cfh1_detail REDEFINES cfh1_reste.
            03 cfh1_date PIC X(8).
            03 cfh1_heure PIC X(4).
            03 cfh1_prix PIC 99V99.
            03 cfh1_nomsMenus PIC X(250).
            03 cfh1_nbPersonnes PIC 99.
            03 cfh1_dateSaisie PIC X(8).
            03 cfh1_numTable PIC 99.
            03 cfh1_statut PIC 9.
            03 cfh1_prixHT PIC 99V99.
            03 cfh1_tvaMontant PIC 99V99.

         FD fhrmconv.
          01 chrmTampon.
           02 wtri_id PIC 9(10).
           02 wtri_idcli PIC 9(4).
           02 wtri_nbPersonnes PIC 99.
           02 wtri_prix PIC 9(5)V99.
           02 wtri_nomsMenus PIC X(250).
           02 wtri_statut PIC 9.
           02 wtri_numTable PIC 99.
           02 fh_heure.
            03 fh_heure_heure PIC 99.
            03 fh_heure_minute PIC 99.
           02 fh_prix PIC 9(5)V99.
           02 fh_nomsMenus PIC X(250).
           02 fh_nbPersonnes PIC 99.
           02 fh_dateSaisie.
            03 fh_dateSaisie_annee PIC 9(4).
           02 fh_numTable PIC 99.
           02 fh_statut PIC 9.
           02 fh_prixHT PIC 9(5)V99.
           02 fh_tvaMontant PIC 9(5)V99.
           02 fh_surCompte PIC 9.
           02 fh_idserie PIC 9(4).
           02 fh_heureFin.
           02 par_arrhesMin PIC 9(3)V99.
           02 par_pointeDeb PIC 9(4).
           02 par_pointeFin PIC 9(4).
           02 par_couvParEmp PIC 99.
           02 par_maxEmporter PIC 99.

         FD fseries.
          01 serTampon.
           02 zc_ecartEspeces PIC S9(7)V99.
           02 zc_ecartCarte PIC S9(7)V99.
           02 zc_caJournal PIC 9(7)V99.
           02 zc_totEmporter PIC S9(7)V99.

         FD frelances.
          01 relTampon.
           02 jr_ca PIC 9(7)V99.
           02 jr_annulations PIC 9(4).
           02 jr_noshow PIC 9(4).
           02 jr_nbEmporter PIC 9(5).
           02 jr_caEmporter PIC 9(7)V99.

         FD frmenus.
          01 rmoTampon.
           02 rj_op PIC A(6).
           02 rj_enr PIC X(500).

         FD ftickets.
          01 tkTampon.
           02 tk_corps.
            03 tk_cle.
             04 tk_idrest PIC 9(4).
             04 tk_numero PIC 9(8).
            03 tk_idresa PIC 9(10).
            03 tk_convive PIC 99.
            03 tk_type PIC 9.
             88 TICKET-VENTE VALUE 0.
             88 TICKET-ANNULATION VALUE 1.
            03 tk_numOrigine PIC 9(8).
            03 tk_date.
             04 tk_date_annee PIC 9(4).
             04 tk_date_mois PIC 99.
             04 tk_date_jour PIC 99.
            03 tk_heure PIC 9(8).
            03 tk_pseudo PIC A(30).
            03 tk_montantTTC PIC S9(7)V99.
            03 tk_montantHT PIC S9(7)V99.
            03 tk_montantTVA PIC S9(7)V99.
            03 tk_empreintePrec PIC 9(15).
           02 tk_empreinte PIC 9(15).

         FD fgrandtot.
          01 gtTampon.
           02 gt_cle.
            03 gt_idrest PIC 9(4).
            03 gt_periode PIC A(1).
             88 GT-PERPETUEL VALUE 'P'.
             88 GT-JOUR VALUE 'J'.
             88 GT-MOIS VALUE 'M'.
             88 GT-ANNEE VALUE 'A'.
            03 gt_annee PIC 9(4).
            03 gt_mois PIC 99.
            03 gt_jour PIC 99.
           02 gt_nbTickets PIC 9(7).
           02 gt_totalVentes PIC 9(9)V99.
           02 gt_totalAnnul PIC 9(9)V99.
           02 gt_net PIC S9(9)V99.
           02 gt_perpetuel PIC 9(11)V99.
           02 gt_dernierNumero PIC 9(8).
           02 gt_empreinte PIC 9(15).

         FD farchfisc.
          01 afLigne PIC X(200).

         FD fconsos.
          01 coTampon.
           02 fco_cle.
            03 fco_idresa PIC 9(10).
            03 fco_seq PIC 99.
           02 fco_article PIC A(50).
           02 fco_quantite PIC 999.
           02 fco_prixUnit PIC 9(4)V99.
           02 fco_tauxTVA PIC 99V99.
           02 fco_convive PIC 99.

         FD fhconsos.
          01 hcoTampon.
           02 fhco_cle.
            03 fhco_idresa PIC 9(10).
            03 fhco_seq PIC 99.
           02 fhco_article PIC A(50).
           02 fhco_quantite PIC 999.
           02 fhco_prixUnit PIC 9(4)V99.
           02 fhco_tauxTVA PIC 99V99.
           02 fhco_convive PIC 99.

         FD fingredients.
          01 ingTampon.
           02 ing_nom PIC X(40).
           02 ing_unite PIC A(10).
           02 ing_cout PIC 9(4)V9999.
           02 ing_dateMaj.
            03 ing_dateMaj_annee PIC 9(4).
            03 ing_dateMaj_mois PIC 99.
            03 ing_dateMaj_jour PIC 99.

         FD frecettes.
          01 recTampon.
           02 rec_cle.
            03 rec_plat PIC A(50).
            03 rec_ingredient PIC X(40).
           02 rec_quantite PIC 9(3)V9999.

         FD ffournisseurs.
          01 fourTampon.
           02 four_id PIC 9(4).
           02 four_nom PIC A(40).
           02 four_contact PIC X(40).
           02 four_mail PIC X(50).
           02 four_tel PIC 9(10).
           02 four_actif PIC 9.
            88 FOURNISSEUR-ACTIF VALUE 1.
            88 FOURNISSEUR-INACTIF VALUE 0.

         FD fliensfour.
          01 lfTampon.
           02 lf_article PIC A(50).
           02 lf_type PIC A(1).
            88 LIEN-PLAT VALUE 'P'.
            88 LIEN-INGREDIENT VALUE 'I'.
           02 lf_idfour PIC 9(4).
           02 lf_colis PIC 9(4)V999.
           02 lf_delai PIC 99.
           02 lf_prixColis PIC 9(5)V99.

         FD fcommandes.
          01 cmdTampon.
           02 cmd_cle.
            03 cmd_num PIC 9(6).
            03 cmd_ligne PIC 99.
           02 cmd_idrest PIC 9(4).
           02 cmd_idfour PIC 9(4).
           02 cmd_article PIC A(50).
           02 cmd_type PIC A(1).
           02 cmd_besoin PIC 9(6)V999.
           02 cmd_colis PIC 9(4)V999.
           02 cmd_nbColis PIC 9(4).
           02 cmd_prixColis PIC 9(5)V99.
           02 cmd_statut PIC A(1).
            88 CMD-PROPOSEE VALUE 'P'.
            88 CMD-CONFIRMEE VALUE 'C'.
            88 CMD-RECUE VALUE 'R'.
            88 CMD-ANNULEE VALUE 'A'.
           02 cmd_dateCmd PIC 9(8).
           02 cmd_dateLivr PIC 9(8).
           02 cmd_nbRecus PIC 9(4).

         FD fexpcommandes.
          01 xcmLigne PIC X(250).

         FD femployes.
          01 empTampon.
           02 emp_id PIC 9(5).
           02 emp_idrest PIC 9(4).
           02 emp_nom PIC A(30).
           02 emp_prenom PIC A(30).
           02 emp_role PIC A(10).
            88 ROLE-SALLE VALUE 'salle'.
            88 ROLE-CUISINE VALUE 'cuisine'.
            88 ROLE-PLONGE VALUE 'plonge'.
           02 emp_heuresContrat PIC 99V99.
           02 emp_coutHoraire PIC 9(3)V99.
           02 emp_actif PIC 9.
            88 EMPLOYE-ACTIF VALUE 1.
            88 EMPLOYE-INACTIF VALUE 0.

         FD fplanning.
          01 plTampon.
           02 pl_cle.
            03 pl_idrest PIC 9(4).
            03 pl_date.
             04 pl_date_annee PIC 9(4).
             04 pl_date_mois PIC 99.
             04 pl_date_jour PIC 99.
            03 pl_service PIC 9.
             88 SERVICE-MIDI VALUE 1.
             88 SERVICE-SOIR VALUE 2.
            03 pl_idemp PIC 9(5).
           02 pl_heureDeb PIC 9(4).
           02 pl_heureFin PIC 9(4).
           02 pl_heures PIC 99V99.

         FD fenquetes.
          01 enqTampon.
           02 enq_idresa PIC 9(10).
           02 enq_idrest PIC 9(4).
           02 enq_idcli PIC 9(4).
           02 enq_dateVisite PIC 9(8).
           02 enq_dateEnvoi PIC 9(8).
           02 enq_statut PIC A(1).
            88 ENQ-ENVOYEE VALUE 'E'.
            88 ENQ-REPONDUE VALUE 'R'.
           02 enq_noteCuisine PIC 9.
           02 enq_noteService PIC 9.
           02 enq_noteAmbiance PIC 9.
           02 enq_dateReponse PIC 9(8).
           02 enq_commentaire PIC X(200).

         FD freponsesEnq.
          01 rpeLigne PIC X(300).

         FD frejetsEnq.
          01 rjeLigne PIC X(350).

         FD fplaintes.
          01 plaTampon.
           02 pla_id PIC 9(6).
           02 pla_idrest PIC 9(4).
           02 pla_idresa PIC 9(10).
           02 pla_idcli PIC 9(4).
           02 pla_dateOuv PIC 9(8).
           02 pla_categorie PIC A(12).
           02 pla_description PIC X(200).
           02 pla_statut PIC A(1).
            88 PLAINTE-OUVERTE VALUE 'O'.
            88 PLAINTE-CLOSE VALUE 'C'.
           02 pla_resolution PIC X(200).
           02 pla_geste PIC A(10).
           02 pla_gesteMontant PIC 9(4)V99.
           02 pla_dateClo PIC 9(8).

         FD fexportDispo.
          01 fxdLigne PIC X(80).

         FD ftelecollecte.
          01 tlcLigne PIC X(120).

         FD frapcarte.
          01 rpcTampon.
           02 rpc_cle.
            03 rpc_idrest PIC 9(4).
            03 rpc_date PIC 9(8).
            03 rpc_seq PIC 9(4).
           02 rpc_statut PIC X.
            88 RAPPRO-OK VALUE 'R'.
            88 RAPPRO-NOUS VALUE 'N'.
            88 RAPPRO-BANQUE VALUE 'B'.
           02 rpc_levee PIC 9.
            88 RAPPRO-LEVEE VALUE 1.
           02 rpc_sens PIC 9.
           02 rpc_idresa PIC 9(10).
           02 rpc_paySeq PIC 99.
           02 rpc_montant PIC 9(5)V99.
           02 rpc_pourboire PIC 99V99.
           02 rpc_refBanque PIC X(20).
           02 rpc_resolution PIC X(50).
           02 rpc_pseudo PIC A(30).
           02 rpc_origine PIC X.
            88 RAPPRO-EMPORTER VALUE 'E'.
            88 RAPPRO-AJUSTEMENT VALUE 'A'.

         FD froles.
          01 rolTampon.
           02 rol_nom PIC A(10).
           02 rol_libelle PIC X(40).
           02 rol_menu PIC X.
            88 ROLE-MENU-GERANT VALUE 'G'.
            88 ROLE-MENU-ANONYME VALUE 'U'.
           02 rol_perimetre PIC 9.
            88 ROLE-LIMITE-AFFECT VALUE 1.

         FD fdroits.
          01 drTampon.
           02 dr_cle.
            03 dr_role PIC A(10).
            03 dr_fonction PIC X(30).
           02 dr_date PIC 9(8).
           02 dr_pseudo PIC A(30).

         FD fallergies.
          01 algTampon.
           02 alg_cle.
            03 alg_idresa PIC 9(10).
            03 alg_convive PIC 99.
           02 alg_allergenes PIC X(100).
           02 alg_regime PIC A(15).

         FD fbons.
          01 bonTampon.
           02 bon_cle.
            03 bon_idresa PIC 9(10).
            03 bon_etape PIC 9.
             88 BON-ARRIVEE VALUE 0.
             88 BON-ENTREES VALUE 1.
             88 BON-PLATS VALUE 2.
             88 BON-DESSERTS VALUE 3.
           02 bon_idrest PIC 9(4).
           02 bon_date PIC 9(8).
           02 bon_heure PIC 9(6).
           02 bon_table PIC 99.
           02 bon_couverts PIC 99.
           02 bon_pseudo PIC A(30).

         FD fbonscuisine.
          01 xbcLigne PIC X(80).

         FD femporter.
          01 cdeTampon.
           02 cde_id PIC 9(10).
           02 cde_creneau.
            03 cde_idrest PIC 9(4).
            03 cde_date.
             04 cde_date_jour PIC 9(2).
             04 cde_date_mois PIC 9(2).
             04 cde_date_annee PIC 9(4).
            03 cde_heure.
             04 cde_heure_heure PIC 99.
             04 cde_heure_minute PIC 99.
           02 cde_idcli PIC 9(4).
           02 cde_statut PIC 9.
            88 EMP-RECUE VALUE 0.
            88 EMP-EN-PREPARATION VALUE 1.
            88 EMP-PRETE VALUE 2.
            88 EMP-RETIREE VALUE 3.
            88 EMP-ANNULEE VALUE 4.
           02 cde_prix PIC 9(5)V99.
           02 cde_prixHT PIC 9(5)V99.
           02 cde_tvaMontant PIC 9(5)V99.
           02 cde_dateSaisie PIC 9(8).
           02 cde_pseudo PIC A(30).

         FD femplignes.
          01 cdlTampon.
           02 cdl_cle.
            03 cdl_idcmd PIC 9(10).
            03 cdl_seq PIC 99.
           02 cdl_type PIC X.
            88 LIGNE-EMP-MENU VALUE 'M'.
            88 LIGNE-EMP-PLAT VALUE 'P'.
           02 cdl_nom PIC A(50).
           02 cdl_quantite PIC 99.
           02 cdl_prixUnit PIC 9(4)V99.

         FD fpayemp.
          01 peTampon.
           02 pe_cle.
            03 pe_idcmd PIC 9(10).
            03 pe_seq PIC 99.
           02 pe_idrest PIC 9(4).
           02 pe_montant PIC 999V99.
           02 pe_mode PIC 9.
           02 pe_date.
            03 pe_date_jour PIC 9(2).
            03 pe_date_mois PIC 9(2).
            03 pe_date_annee PIC 9(4).
           02 pe_sens PIC 9.
            88 REGLEMENT-EMP-REMBOURSE VALUE 1.
           02 pe_motif PIC X(20).
           02 pe_approbation PIC A(30).

         FD fbudgets.
          01 budTampon.
           02 bud_cle.
            03 bud_idrest PIC 9(4).
            03 bud_annee PIC 9(4).
            03 bud_mois PIC 99.
           02 bud_ca PIC 9(7)V99.
           02 bud_couverts PIC 9(5).
           02 bud_ticketMoyen PIC 9(4)V99.
           02 bud_tauxNoshow PIC 99V9.
           02 bud_dateMaj PIC 9(8).
           02 bud_pseudo PIC A(30).

         FD fimportBud.
          01 imbLigne PIC X(200).

         FD fsmsqueue.
          01 sqLigne PIC X(400).

         FD fsmstmp.
          01 sqtLigne PIC X(400).

         FD fsmsarch.
          01 sqaLigne PIC X(400).

         FD fsmsdead.
          01 sqdLigne PIC X(400).

         FD fcanaux.
          01 canTampon.
           02 can_cle.
            03 can_date PIC 9(8).
            03 can_idrest PIC 9(4).
            03 can_canal PIC X.
             88 CANAL-MAIL VALUE 'M'.
             88 CANAL-SMS VALUE 'S'.
           02 can_envoyes PIC 9(5).
           02 can_echecs PIC 9(5).
           02 can_rejets PIC 9(5).
           02 can_supprimes PIC 9(5).

         FD fcommunes.
          01 comTampon.
           02 com_cle.
            03 com_codeP PIC 9(5).
            03 com_villeN PIC X(40).
           02 com_nomN PIC X(40).
           02 com_libelle PIC X(40).
           02 com_insee PIC X(5).

         FD fimportCom.
          01 icmLigne PIC X(200).

         FD fcorrCom.
          01 ccmLigne PIC X(200).

         FD fajustements.
          01 ajTampon.
           02 aj_cle.
            03 aj_idresa PIC 9(10).
            03 aj_seq PIC 99.
           02 aj_periode.
            03 aj_annee PIC 9(4).
            03 aj_mois PIC 99.
           02 aj_idrest PIC 9(4).
           02 aj_origine.
            03 aj_origAnnee PIC 9(4).
            03 aj_origMois PIC 99.
           02 aj_montant PIC 999V99.
           02 aj_mode PIC 9.
           02 aj_sens PIC 9.
            88 AJUST-ENCAISSE VALUE 0.
            88 AJUST-REMBOURSE VALUE 1.
           02 aj_motif PIC X(20).
           02 aj_approbation PIC A(30).
           02 aj_pourboire PIC 99V99.
           02 aj_date PIC 9(8).
           02 aj_pseudo PIC A(30).

         FD fdevis.
          01 dvTampon.
           02 dv_cle.
            03 dv_id PIC 9(4).
            03 dv_version PIC 99.
           02 dv_idrest PIC 9(4).
           02 dv_statut PIC 9.
            88 DEVIS-BROUILLON VALUE 1.
            88 DEVIS-ENVOYE VALUE 2.
            88 DEVIS-ACCEPTE VALUE 3.
            88 DEVIS-REFUSE VALUE 4.
            88 DEVIS-EXPIRE VALUE 5.
            88 DEVIS-REMPLACE VALUE 6.
           02 dv_organisateur PIC X(60).
           02 dv_mail PIC X(100).
           02 dv_tel PIC 9(10).
           02 dv_date.
            03 dv_date_jour PIC 9(2).
            03 dv_date_mois PIC 9(2).
            03 dv_date_annee PIC 9(4).
           02 dv_service PIC 9.
            88 DEVIS-MIDI VALUE 1.
            88 DEVIS-SOIR VALUE 2.
           02 dv_nbConvives PIC 9(3).
           02 dv_prix PIC 9(5)V99.
           02 dv_tauxAcompte PIC 99.
           02 dv_validite PIC 9(8).
           02 dv_dateCreation PIC 9(8).
           02 dv_dateEnvoi PIC 9(8).
           02 dv_dateDecision PIC 9(8).
           02 dv_idevt PIC 9(4).
           02 dv_pseudo PIC A(30).

         FD fdevmenus.
          01 dvmTampon.
           02 dvm_cle.
            03 dvm_iddevis PIC 9(4).
            03 dvm_version PIC 99.
            03 dvm_seq PIC 99.
           02 dvm_nomMenu PIC A(50).
           02 dvm_nbCouverts PIC 9(3).
           02 dvm_prixUnit PIC 999V99.

         FD farrhesremb.
          01 arbLigne PIC X(120).

       WORKING-STORAGE SECTION.
        77 WmenuP PIC 9(2).
        77 WmenuD PIC 9(2).
        77 Wnb PIC 99.  
        77 WresMenu PIC X(250).
        77 WresMenu2 PIC X(250).
        77 WprixTotal PIC 9(5)V99.
        77 WtotalDepense PIC 9999999V99.
        77 Wok PIC 9.

        77 frs_stat PIC 99.
        77 cfrs_stat PIC 99.
        77 cfrs1_stat PIC 99.
        77 ccli_stat PIC 99.
        77 ccli1_stat PIC 99.
        77 WcvGen PIC 9.
        77 cfrd_stat PIC 99.
        77 cftb_stat PIC 99.
        77 cpar_stat PIC 99.
        77 cjr_stat PIC 99.
        77 czc_stat PIC 99.
        77 cpay_stat PIC 99.
        77 cfh_stat PIC 99.
        77 cfh1_stat PIC 99.
        77 cfhd_stat PIC 99.
        77 bkt_stat PIC 99.
        77 WbkTest PIC X(40).
        77 Wannee PIC 9(4).
        77 WanneeAnt PIC 9(4).
        77 WplatsAchetes PIC 9(4).
        77 WcaMensuel PIC 9(7)V99.
        77 WplatsAchetesAnt PIC 9(4).
        77 WcaMensuelAnt PIC 9999999V99.

        77 WtvaNb PIC 9.
        77 WtvaIx PIC 9.
        77 WtvaTrouve PIC 9.
        77 WtvaPrixLigne PIC 9(5)V99.
        77 WtvaCarte PIC 9(5)V99.
        77 WtvaPart PIC 9(5)V99.
        77 WtvaReste PIC 9(5)V99.
        77 WtvaTauxCourant PIC 99V99.
        77 WtvaMontantTot PIC 9(5)V99.
        77 WtvaMontantTaux PIC 9(7)V99.
        77 WtvaHT PIC 9(5)V99.
        77 WtkSousTotal PIC 9(5)V99.
        77 WtkNb PIC 99.
        77 WtkConvive PIC 99.
        77 WimpTel PIC 9(10).
        77 WimpCp PIC 9(5).
        77 WimpPlaces PIC 9(8).
        77 WimpMotif PIC X(80).
        77 WimpCpLen PIC 99.
        77 WimpPlacesLen PIC 99.

        01 WtvaTable.
         02 WtvaLigne OCCURS 6.
          03 WtvaTaux PIC 99V99.
          03 WtvaBase PIC 9(7)V99.

        77 evt_stat PIC 9(2).
        77 evm_stat PIC 9(2).
        77 WzcEcartCa PIC S9(7)V99.
        77 WzcNb PIC 9(4).
        77 WzcPourboires PIC 9(6)V99.
        77 WzcEmporter PIC S9(7)V99.

        77 rel_stat PIC 9(2).
        77 WrelNb PIC 9(4).
        77 WmqEchecs PIC 9(4).
        77 WmqMorts PIC 9(4).
        77 WmqHoroNow PIC X(16).
        77 WmqType PIC X(15).
        77 WmqCode PIC X(10).
        77 WmqIdCli PIC X(4).
        77 WmqSupprimes PIC 9(4).
          03 WcloCa PIC 9(7)V99.
          03 WcloAnnul PIC 9(4).
          03 WcloNoshow PIC 9(4).
          03 WcloEmporter PIC 9(5).
          03 WcloCaEmp PIC 9(7)V99.
        77 WplacesRestantes PIC 9(8).
        77 WtableAssignee PIC 99.
        77 WplacesTable PIC 99.
        77 WbatchMode PIC 9.
        77 WbatchKO PIC 9.
        77 WbatchJob PIC X(20).
        77 WbatchLigne PIC X(20).
        77 WbatchArg PIC X(10).
        77 WbatchDetail PIC X(130).
        77 WbatchHoro PIC X(16).
        77 WbatchTime PIC 9(8).
        77 WaudExport PIC 9.
        77 WaudDate8 PIC 9(8).

        77 WepMode PIC 9.
        77 WepRep PIC 9.
        77 WepNb PIC 9(5).
        77 WepNbTronq PIC 9(5).
        77 WepNbClos PIC 9(5).
        77 WepNbLignes PIC 99.
        77 WepTronque PIC 9.
        77 WepAttendu PIC 9(5)V99.
        77 WepReste PIC 9(5)V99.
        77 WepStocke PIC 9(5)V99.
        77 WepFin PIC 9.

        77 tk_stat PIC 9(2).
        77 gt_stat PIC 9(2).
        77 af_stat PIC 9(2).
        77 WtfIdRest PIC 9(4).
        77 WtfIdResa PIC 9(10).
        77 WtfConvive PIC 99.
        77 WtfType PIC 9.
        77 WtfOrigine PIC 9(8).
        77 WtfTTC PIC S9(7)V99.
        77 WtfHT PIC S9(7)V99.
        77 WtfTVA PIC S9(7)V99.
        77 WtfAbs PIC 9(7)V99.
        77 WtfSConvive PIC 99.
        77 WtfSTTC PIC S9(7)V99.
        77 WtfSHT PIC S9(7)V99.
        77 WtfSTVA PIC S9(7)V99.
        77 WtfPerpetuel PIC 9(11)V99.
        77 WtfNumero PIC 9(8).
        77 WtfEmpreinte PIC 9(15).
        77 WtfHash PIC 9(15).
        77 WtfLong PIC 9(4).
        77 WtfIx PIC 9(4).
        77 WtfCar PIC X.
        77 WtfChaine PIC X(200).
        77 WtfPeriode PIC A(1).
        77 WtfFin PIC 9.
        77 WtfTrouve PIC 9.
        77 WtfDuplicata PIC 9.
        77 WtfDupNumero PIC 9(8).
        77 WtfDupEmpreinte PIC 9(15).
        77 WtfNb PIC 99.
        77 WtfIy PIC 99.
        77 WtfIz PIC 99.
        77 WtfMontE PIC -9999999.99.
        01 WtfTable.
         02 WtfLigne OCCURS 50.
          03 WtfLNumero PIC 9(8).
          03 WtfLConvive PIC 99.
          03 WtfLType PIC 9.
          03 WtfLOrigine PIC 9(8).
          03 WtfLTTC PIC S9(7)V99.
          03 WtfLHT PIC S9(7)V99.
          03 WtfLTVA PIC S9(7)V99.
          03 WtfLEmpreinte PIC 9(15).
          03 WtfLActif PIC 9.
        77 WafNom PIC X(40).
        77 WafNb PIC 9(5).
        77 WafDate8 PIC 9(8).
        77 WafTime PIC 9(8).
        77 WvfNbTickets PIC 9(7).
        77 WvfNbRuptures PIC 9(5).
        77 WvfNumPrec PIC 9(8).
        77 WvfEmpPrec PIC 9(15).
        77 WvfPerpetuel PIC 9(11)V99.
        77 WvfIdRest PIC 9(4).
        77 WvfTous PIC 9.

        77 fco_stat PIC 9(2).
        77 fhco_stat PIC 9(2).
        77 WcoIdResa PIC 9(10).
        77 WcoArchive PIC 9.
        77 WcoTotal PIC 9(5)V99.
        77 WcoNb PIC 99.
        77 WcoMontant PIC 9(5)V99.
        77 WcoTVA PIC 9(5)V99.
        77 WcoFin PIC 9.
        77 WcoChoix PIC 9.
        77 WcoSeq PIC 99.
        77 WcoSaisie PIC 9.
        77 WcoArticle PIC A(50).
        77 WcoQuantite PIC 999.
        77 WcoPrixUnit PIC 9(4)V99.
        77 WcoTaux PIC 99V99.
        77 WcoConvive PIC 99.
        77 WarcNbCo PIC 9(5).

        77 ing_stat PIC 9(2).
        77 rec_stat PIC 9(2).
        77 WrcChoix PIC 9.
        77 WrcPlat PIC A(50).
        77 WrcIngredient PIC X(40).
        77 WrcQuantite PIC 9(3)V9999.
        77 WrcCoutSaisi PIC 9(4)V9999.
        77 WrcCout PIC 9(5)V9999.
        77 WrcCoutLigne PIC 9(5)V9999.
        77 WrcNbIng PIC 99.
        77 WrcManque PIC 9.
        77 WrcFin PIC 9.
        77 WrcPrixHT PIC 9(5)V99.
        77 WrcRatio PIC 9(4)V99.
        77 WmgCible PIC 99.
        77 WmgCoutMenu PIC 9(5)V9999.
        77 WmgIncomplet PIC 9.
        77 WmgFinM PIC 9.
        77 WmgFinL PIC 9.
        77 WmgNbMenus PIC 9(4).
        77 WmgNbAlerte PIC 9(4).
        77 WmgPondCout PIC 9(9)V9999.
        77 WmgPondHT PIC 9(9)V99.
        77 WmgDate8 PIC 9(8).
        77 WmgJour8 PIC 9(8).
        77 WmgIx PIC 99.
        77 WmgIy PIC 99.
        77 WmgTrouve PIC 9.
        77 WmgAlerte PIC 9.
        77 WrcAffiche PIC 9.
        77 WmgMNb PIC 99.
        77 WmgRNb PIC 99.
        01 WmgMTable.
         02 WmgMLigne OCCURS 50.
          03 WmgMRest PIC 9(4).
          03 WmgMPrix PIC 999V99.
          03 WmgMVendus PIC 9(5).
        01 WmgRTable.
         02 WmgRLigne OCCURS 50.
          03 WmgRRest PIC 9(4).
          03 WmgRCout PIC 9(9)V9999.
          03 WmgRHT PIC 9(9)V99.
          03 WmgRVendus PIC 9(7).

        77 four_stat PIC 9(2).
        77 lf_stat PIC 9(2).
        77 cmd_stat PIC 9(2).
        77 xcm_stat PIC 9(2).
        77 WfoChoix PIC 9.
        77 WfoId PIC 9(4).
        77 WfoFin PIC 9.
        77 WpcChoix PIC 9.
        77 WpcHorizon PIC 99.
        77 WpcJour PIC 99.
        77 WpcInt PIC 9(8).
        77 WpcDate8 PIC 9(8).
        77 WpcAujourd PIC 9(8).
        77 WpcLivr8 PIC 9(8).
        77 WpcNb PIC 9(3).
        77 WpcNbPlats PIC 9(3).
        77 WpcIx PIC 9(3).
        77 WpcIy PIC 9(3).
        77 WpcTrouve PIC 9.
        77 WpcBesoin PIC 9(6)V999.
        77 WpcColis PIC 9(4).
        77 WpcRecus PIC 9(4).
        77 WpcPortions PIC 9(7).
        77 WpcNbLignes PIC 9(4).
        77 WpcNbSans PIC 9(4).
        77 WpcNbRest PIC 9(4).
        77 WpcFin PIC 9.
        77 WpcFinR PIC 9.
        77 WpcNum PIC 9(6).
        77 WpcNbConf PIC 9(4).
        77 WpcMontant PIC 9(7)V99.
        77 WpcColisE PIC Z(3)9.
        77 WpcQteE PIC Z(5)9.999.
        77 WpcFourNb PIC 99.
        77 WpcFx PIC 99.
        77 WpcArtCour PIC A(50).
        77 WpcTypeCour PIC A(1).
        77 WpcQteCour PIC 9(6)V999.
        77 WpcRecette PIC 9.
        77 WpcDecision PIC 9.
        77 WpcModif PIC 9.
        77 WpcPremier8 PIC 9(8).
        77 WpcStock PIC 9(7).
        77 WpcTotLignes PIC 9(5).
        77 WpcTotSans PIC 9(5).
        01 WpcTable.
         02 WpcLigneB OCCURS 200.
          03 WpcArticle PIC A(50).
          03 WpcType PIC A(1).
          03 WpcQte PIC 9(6)V999.
        01 WpcFourTable.
         02 WpcFourLigne OCCURS 50.
          03 WpcFourId PIC 9(4).
          03 WpcFourNum PIC 9(6).
          03 WpcFourNbL PIC 99.

        77 emp_stat PIC 9(2).
        77 pl_stat PIC 9(2).
        77 WpeChoix PIC 9.
        77 WpeFin PIC 9.
        77 WpeFinR PIC 9.
        77 WpeRole PIC A(10).
        77 WpeId PIC 9(5).
        77 WpeService PIC 9.
        77 WpeNbJours PIC 99.
        77 WpeJour PIC 99.
        77 WpeInt PIC 9(8).
        77 WpeDebInt PIC 9(8).
        77 WpeDate8 PIC 9(8).
        77 WpeMinutes PIC S9(5).
        77 WpeRatio PIC 99.
        77 WpeCouvMidi PIC 9(5).
        77 WpeCouvSoir PIC 9(5).
        77 WpeEffMidi PIC 9(3).
        77 WpeEffSoir PIC 9(3).
        77 WpeCouv PIC 9(5).
        77 WpeEff PIC 9(3).
        77 WpeBesoin PIC 9(3).
        77 WpeNbSous PIC 9(3).
        77 WpeNbSur PIC 9(3).
        77 WpeHeures PIC 9(5)V99.
        77 WpeCout PIC 9(7)V99.
        77 WpeCA PIC 9(8)V99.
        77 WpeTaux PIC 9(3)V99.
        77 WpeTous PIC 9.
        77 WpeNbRest PIC 9(4).
        77 WpeIx PIC 9(3).
        77 WpeTrouve PIC 9.
        77 WpeNb PIC 9(3).
        77 WpeDateE PIC X(10).
        01 WpeTable.
         02 WpeLigne OCCURS 100.
          03 WpeEmp PIC 9(5).
          03 WpeEmpHeures PIC 9(3)V99.

        77 enq_stat PIC 9(2).
        77 rpe_stat PIC 9(2).
        77 rje_stat PIC 9(2).
        77 pla_stat PIC 9(2).
        77 WsvChoix PIC 9.
        77 WsvChoixP PIC 9.
        77 WsvFin PIC 9.
        77 WsvFinM PIC 9.
        77 WsvDate8 PIC 9(8).
        77 WsvInt PIC 9(8).
        77 WsvNbEnv PIC 9(5).
        77 WsvNbRef PIC 9(5).
        77 WsvNbDeja PIC 9(5).
        77 WsvNbLus PIC 9(5).
        77 WsvNbOK PIC 9(5).
        77 WsvNbRej PIC 9(5).
        77 WsvIdResaX PIC X(10).
        77 WsvNoteCX PIC X(1).
        77 WsvNoteSX PIC X(1).
        77 WsvNoteAX PIC X(1).
        77 WsvComment PIC X(200).
        77 WsvMotif PIC X(40).
        77 WsvIdResa PIC 9(10).
        77 WsvIdPlainte PIC 9(6).
        77 WsvCateg PIC 9.
        77 WsvGeste PIC 9.
        77 WsvMois PIC 99.
        77 WsvAnnee PIC 9(4).
        77 WsvEnvoyees PIC 9(5).
        77 WsvRepondues PIC 9(5).
        77 WsvSomC PIC 9(6).
        77 WsvSomS PIC 9(6).
        77 WsvSomA PIC 9(6).
        77 WsvMoy PIC 9V99.
        77 WsvTaux PIC 9(3)V9.
        77 WsvBasses PIC 9(5).
        77 WsvPlOuvMois PIC 9(4).
        77 WsvPlOuvertes PIC 9(4).
        77 WsvPlCloses PIC 9(4).
        77 WsvGestes PIC 9(6)V99.
        77 WsvNomMenu PIC A(50).
        77 WsvIx PIC 99.
        77 WsvMax PIC 9(4).
        77 WsvIMax PIC 99.
        77 WsvRang PIC 9.
        77 WsvTrouve PIC 9.
        77 WsvMNb PIC 99.
        01 WsvMTable.
         02 WsvMLigne OCCURS 50.
          03 WsvMNom PIC A(50).
          03 WsvMCpt PIC 9(4).
          03 WsvMVu PIC 9.

        77 WrlMode PIC 9.
        77 WrlNb PIC 9(3).
        77 WrlHorsTable PIC 9(3).
        77 WrlIx PIC 9(3).
        77 WrlFin PIC 9.
        77 WrlOK PIC 9.
        77 WrlImpact PIC 9.
        77 WrlTrouve PIC 9.
        77 WrlMajOK PIC 9.
        77 WrlDateFer PIC X(8).
        77 WrlDate8 PIC 9(8).
        77 WrlResaDate8 PIC 9(8).
        77 WrlHHMM PIC 9(4).
        77 WrlMidiDeb PIC 9(4).
        77 WrlMidiFin PIC 9(4).
        77 WrlSoirDeb PIC 9(4).
        77 WrlSoirFin PIC 9(4).
        77 WrlDept PIC 99.
        77 WrlTableOrig PIC 99.
        77 WrlChoix PIC 9(4).
        77 WrlCandOK PIC 9.
        77 WrlNbCand PIC 99.
        77 WrlCx PIC 99.
        77 WrlNbReloc PIC 9(3).
        77 WrlNbAnnul PIC 9(3).
        77 WrlNbRemb PIC 9(3).
        77 WrlNbLaisse PIC 9(3).
        77 WrlMailType PIC X(15).
        01 WrlTable.
         02 WrlIdResa PIC 9(10) OCCURS 200.
        01 WrlCandTable.
         02 WrlCandId PIC 9(4) OCCURS 30.

        77 fxd_stat PIC 9(2).
        77 WdspJours PIC 9(3).
        77 WdspJ PIC 9(3).
        77 WdspInt0 PIC 9(8).
        77 WdspInt PIC 9(8).
        77 WdspDate8 PIC 9(8).
        77 WdspFin PIC 9.
        77 WdspTblFin PIC 9.
        77 WdspHorVu PIC 9.
        77 WdspMidiDeb PIC 9(4).
        77 WdspMidiFin PIC 9(4).
        77 WdspSoirDeb PIC 9(4).
        77 WdspSoirFin PIC 9(4).
        77 WdspHHMM PIC 9(4).
        77 WdspConv PIC 9(4).
        77 WdspDebMin PIC 9(4).
        77 WdspFinMin PIC 9(4).
        77 WdspMin PIC 9(4).
        77 WdspTableMax PIC 99.
        77 WdspNbRest PIC 9(4).
        77 WdspNbLignes PIC 9(7).
        77 WdspSansHor PIC 9(4).

        77 tlc_stat PIC 9(2).
        77 rpc_stat PIC 9(2).
        77 WtlFin PIC 9.
        77 WtlTrouve PIC 9.
        77 WtlDejaFait PIC 9.
        77 WtlIx PIC 9(3).
        77 WtlJx PIC 9(3).
        77 WtlKx PIC 9(3).
        77 WtlNbB PIC 9(3).
        77 WtlNbN PIC 9(3).
        77 WtlSature PIC 9.
        77 WtlNbRejet PIC 9(4).
        77 WtlNbRappro PIC 9(4).
        77 WtlNbNous PIC 9(4).
        77 WtlNbBanque PIC 9(4).
        77 WtlNbJours PIC 9(4).
        77 WtlNbIgnore PIC 9(4).
        77 WtlNbOuvertes PIC 9(4).
        77 WtlRest PIC 9(4).
        77 WtlDate8 PIC 9(8).
        77 WtlPayDate8 PIC 9(8).
        77 WtlSeq PIC 9(4).
        77 WtlCentimes PIC 9(7).
        77 WtlMontLigne PIC S9(6)V99.
        77 WtlTotBanque PIC S9(7)V99.
        77 WtlEcart PIC S9(7)V99.
        77 WtlRestX PIC X(4).
        77 WtlJourX PIC X(2).
        77 WtlMoisX PIC X(2).
        77 WtlAnneeX PIC X(4).
        77 WtlSensX PIC X(1).
        77 WtlMontantX PIC X(7).
        77 WtlPourbX PIC X(4).
        77 WtlRef PIC X(20).
        01 WtlBanque.
         02 WtlBLigne OCCURS 500.
          03 WtlBRest PIC 9(4).
          03 WtlBDate PIC 9(8).
          03 WtlBSens PIC 9.
          03 WtlBMontant PIC 9(5)V99.
          03 WtlBPourb PIC 99V99.
          03 WtlBRef PIC X(20).
          03 WtlBVu PIC 9.
        01 WtlNous.
         02 WtlNLigne OCCURS 300.
          03 WtlNIdResa PIC 9(10).
          03 WtlNSeq PIC 99.
          03 WtlNSens PIC 9.
          03 WtlNMontant PIC 9(5)V99.
          03 WtlNPourb PIC 99V99.
          03 WtlNVu PIC 9.
          03 WtlNOrigine PIC X.

        77 rol_stat PIC 9(2).
        77 dr_stat PIC 9(2).
        77 WdrFonction PIC X(30).
        77 WdrRole PIC A(10).
        77 WdrOK PIC 9.
        77 WdrTous PIC 9.
        77 WdrMenu PIC X(3).
        77 WdrOption PIC 99.
        77 WdrOptEd PIC Z9.
        77 WdrLibelle PIC X(50).
        77 WdrNb PIC 9(3).
        77 WdrIx PIC 9(3).
        77 WdrFin PIC 9.
        77 WdrChoix PIC 9.
        77 WdrTrouve PIC 9.
        77 WdrModele PIC A(10).
        77 WdrNbAjout PIC 9(3).
        77 WdrSentinelle PIC A(10).
        77 WdrMenuIx PIC 9.
        77 WdrTitre PIC X(40).
        77 WdrSaisie PIC X(30).
        77 WdrNbCopie PIC 9(3).
        77 WrolMenu PIC X.
        77 WrolPerim PIC 9.
        77 WrolOK PIC 9.
        01 WdrTable.
         02 WdrFonctions PIC X(30) OCCURS 100.
        01 WdrCopieTable.
         02 WdrCopies PIC X(30) OCCURS 100.

        77 alg_stat PIC 9(2).
        77 WalgIdResa PIC 9(10).
        77 WalgConvive PIC 99.
        77 WalgOK PIC 9.
        77 WalgMuet PIC 9.
        77 WalgGarde PIC 9.
        77 WalgChoix PIC 9.
        77 WalgEncore PIC 9.
        77 WalgExiste PIC 9.
        77 WalgFin PIC 9.
        77 WalgLFin PIC 9.
        77 WalgNb PIC 99.
        77 WalgIx PIC 99.
        77 WalgMx PIC 9.
        77 WalgDeb PIC 99.
        77 WalgLg PIC 99.
        77 WalgCpt PIC 9(3).
        77 WalgNbResa PIC 9(3).
        77 WalgVu PIC 9.
        77 WalgPlat PIC A(50).
        77 WalgPlatAll PIC X(100).
        77 WalgMotMaj PIC X(30).
        01 WalgTable.
         02 WalgLigne OCCURS 20.
          03 WalgConv PIC 99.
          03 WalgTexte PIC X(100).
          03 WalgReg PIC A(15).
        01 WalgMots.
         02 WalgMot PIC X(30) OCCURS 5.

        77 bon_stat PIC 9(2).
        77 xbc_stat PIC 9(2).
        77 WbonEtape PIC 9.
        77 WbonAction PIC 9.
        77 WbonChoix PIC 9.
        77 WbonTime PIC 9(8).
        77 WbonLibelle PIC X(10).
        77 WbonPlat PIC A(50).
        77 WbonNbPlats PIC 9(3).
        77 WbonFin PIC 9.
        77 WbonLFin PIC 9.
        77 WbonTrouve PIC 9.
        77 WbonService PIC 9.
        77 WbonIx PIC 9.
        77 WbonNbResa PIC 9(4).
        77 WbonEcart PIC 9(5).
        77 WbonMoy PIC 9(5).
        77 WbonSec PIC 9(5).
        77 WbonHHMMSS PIC 9(6).
        01 WbonHeures.
         02 WbonH PIC 9(6) OCCURS 4.
         02 WbonVu PIC 9 OCCURS 4.
        01 WbonStats.
         02 WbonServ OCCURS 2.
          03 WbonSomme PIC 9(7) OCCURS 3.
          03 WbonNbMes PIC 9(4) OCCURS 3.
          03 WbonMax PIC 9(5) OCCURS 3.

        77 cde_stat PIC 9(2).
        77 cdl_stat PIC 9(2).
        77 pe_stat PIC 9(2).
        77 WempChoix PIC 9.
        77 WempAction PIC 9.
        77 WempType PIC 9.
        77 WempQte PIC 99.
        77 WempNom PIC A(50).
        77 WempIx PIC 99.
        77 WempNb PIC 99.
        77 WempMax PIC 99.
        77 WempNbCreneau PIC 99.
        77 WempQuart PIC 99.
        77 WempOK PIC 9.
        77 WempFin PIC 9.
        77 WempLFin PIC 9.
        77 WempEncore PIC 9.
        77 WempStatut PIC 9.
        77 WempLibStatut PIC X(15).
        77 WempPrixLigne PIC 9(5)V99.
        77 WempPaye PIC S9(5)V99.
        77 WempReste PIC S9(5)V99.
        77 WempSeq PIC 99.
        77 WempMontant PIC 999V99.
        77 WempSens PIC 9.
        77 WempMode PIC 9.
        77 WempNbJour PIC 9(4).
        77 WempCaJour PIC 9(7)V99.
        77 WempPayeJour PIC S9(7)V99.

        77 bud_stat PIC 9(2).
        77 imb_stat PIC 9(2).
        77 WbuChoix PIC 9.
        77 WbuAnnee PIC 9(4).
        77 WbuMois PIC 99.
        77 WbuFin PIC 9.
        77 WbuFinJ PIC 9.
        77 WbuExiste PIC 9.
        77 WbuSeuil PIC 99.
        77 WbuAlerte PIC 9.
        77 WbuNbRest PIC 9(4).
        77 WbuNbAlerte PIC 9(4).
        77 WbuBudCa PIC 9(7)V99.
        77 WbuBudCouv PIC 9(5).
        77 WbuBudTicket PIC 9(4)V99.
        77 WbuBudNoshow PIC 99V9.
        77 WbuBudCaCum PIC 9(8)V99.
        77 WbuBudCouvCum PIC 9(6).
        77 WbuReelCa PIC 9(7)V99.
        77 WbuReelSalle PIC 9(7)V99.
        77 WbuReelCouv PIC 9(5).
        77 WbuReelResas PIC 9(5).
        77 WbuReelNoshow PIC 9(5).
        77 WbuReelCaCum PIC 9(8)V99.
        77 WbuReelCouvCum PIC 9(6).
        77 WbuTicket PIC 9(4)V99.
        77 WbuTaux PIC 999V9.
        77 WbuRef PIC 9(8)V99.
        77 WbuReel PIC 9(8)V99.
        77 WbuEcart PIC S9(8)V99.
        77 WbuPct PIC S9(4)V9.
        77 WbuEcartE PIC -9999999.99.
        77 WbuPctE PIC -ZZZ9.9.
        77 WbuGrBudCa PIC 9(9)V99.
        77 WbuGrReelCa PIC 9(9)V99.
        77 WbuGrBudCaCum PIC 9(9)V99.
        77 WbuGrReelCaCum PIC 9(9)V99.
        77 WbuRestX PIC X(6).
        77 WbuAnneeX PIC X(6).
        77 WbuMoisX PIC X(4).
        77 WbuCaX PIC X(15).
        77 WbuCouvX PIC X(15).
        77 WbuTicketX PIC X(15).
        77 WbuNoshowX PIC X(15).
        77 WbuChamp PIC X(15).
        77 WbuEnt PIC X(15).
        77 WbuDec PIC X(5).
        77 WbuLen PIC 99.
        77 WbuEntN PIC 9(7).
        77 WbuDecN PIC 99.
        77 WbuValeur PIC 9(7)V99.
        77 WbuValOK PIC 9.
        77 WbuLib PIC X(17).

        77 WryNbSem PIC 9.
        77 WrySeuil PIC 99.
        77 WryFin PIC 9.
        77 WryIx PIC 9.
        77 WryAlerte PIC 9.
        77 WryNbAlerte PIC 9.
        77 WryDeb PIC 9(7).
        77 WryFinPer PIC 9(7).
        77 WryDebAnt PIC 9(7).
        77 WryFinAnt PIC 9(7).
        77 WryCoupure PIC 9(7).
        77 WryInt PIC 9(7).
        77 WrySaisieInt PIC 9(7).
        77 WryDate8 PIC 9(8).
        77 WrySaisie8 PIC 9(8).
        77 WryStatut PIC 9.
        77 WryCouv PIC 99.
        77 WryPrix PIC 9(5)V99.
        77 WryPct PIC S9(4)V9.
        77 WryPctCouvE PIC -ZZZ9.9.
        77 WryPctCaE PIC -ZZZ9.9.
        77 WryCouvAE PIC Z(4)9.
        77 WryCouvNE PIC Z(4)9.
        01 WryDateAff.
         02 WryAff_annee PIC 9(4).
         02 WryAff_mois PIC 99.
         02 WryAff_jour PIC 99.
        01 WrySemaines.
         02 WrySem OCCURS 8.
          03 WryCouvN PIC 9(5).
          03 WryCaN PIC 9(7)V99.
          03 WryCouvA PIC 9(5).
          03 WryCaA PIC 9(7)V99.

        77 sq_stat PIC 9(2).
        77 sqt_stat PIC 9(2).
        77 sqa_stat PIC 9(2).
        77 sqd_stat PIC 9(2).
        77 can_stat PIC 9(2).
        77 WsmsEtat PIC X(10).
        77 WsmsRetries PIC 99.
        77 WsmsRetriesA PIC XX.
        77 WsmsHoro PIC X(16).
        77 WsmsHoroNow PIC X(16).
        77 WsmsTime PIC 9(8).
        77 WsmsPayload PIC X(370).
        77 WsmsPtr PIC 9(4).
        77 WsmsTelA PIC X(10).
        77 WsmsTypeA PIC X(10).
        77 WsmsIdRestA PIC X(4).
        77 WsmsIdCliA PIC X(4).
        77 WsmsNb PIC 9(4).
        77 WsmsEnvoyes PIC 9(4).
        77 WsmsEchecs PIC 9(4).
        77 WsmsMorts PIC 9(4).
        77 WsmsSupprimes PIC 9(4).
        77 WsmsType PIC X(10).
        77 WsmsTexte PIC X(160).
        77 WsmsCanal PIC X.
        77 WsmsUrgent PIC 9.
        77 WsmsConsent PIC 9.
        77 WsmsArobase PIC 9(3).
        77 WsmsFin PIC 9.
        77 WsmsOK PIC 9.
        77 WsmsIdCli PIC 9(4).
        77 WsmsTel PIC 9(10).
        77 WsmsIdRest PIC 9(4).
        77 WconsFinalite PIC X(12).
        77 WcanCanal PIC X.
        77 WcanIdRest PIC 9(4).
        77 WcanOp PIC 9.
        77 WcanDeb PIC 9(8).
        77 WcanFin PIC 9(8).
        77 WcanJour PIC 9(8).
        77 WcanFinL PIC 9.
        77 WcanNb PIC 9(4).
        77 WcanLib PIC X(4).
        77 WcanTotEnvM PIC 9(7).
        77 WcanTotEchM PIC 9(7).
        77 WcanTotRejM PIC 9(7).
        77 WcanTotSupM PIC 9(7).
        77 WcanTotEnvS PIC 9(7).
        77 WcanTotEchS PIC 9(7).
        77 WcanTotRejS PIC 9(7).
        77 WcanTotSupS PIC 9(7).
        77 WmqChamp5 PIC X(10).

        77 com_stat PIC 9(2).
        77 icm_stat PIC 9(2).
        77 ccm_stat PIC 9(2).
        77 WcomCp PIC 9(5).
        77 WcomVille PIC X(40).
        77 WcomSrc PIC X(40).
        77 WcomTrav PIC X(42).
        77 WcomNorm PIC X(40).
        77 WcomNormSaisie PIC X(40).
        77 WcomVilleCli PIC 9.
        77 WcomCar PIC X.
        77 WcomPrec PIC X.
        77 WcomI PIC 99.
        77 WcomJ PIC 99.
        77 WcomLg1 PIC 99.
        77 WcomLg2 PIC 99.
        77 WcomScore PIC 99.
        77 WcomBest PIC 99.
        77 WcomEcart PIC 9(5).
        77 WcomEcartMin PIC 9(5).
        77 WcomEtat PIC 9.
        77 WcomOuvert PIC 9.
        77 WcomChoix PIC 9.
        77 WcomMenu PIC 9.
        77 WcomFin PIC 9.
        77 WcomSuggCp PIC 9(5).
        77 WcomSuggVille PIC X(40).
        77 WcomInsee PIC X(5).
        77 WcomNomX PIC X(60).
        77 WcomCpX PIC X(5).
        77 WcomType PIC X(10).
        77 WcomIdX PIC X(4).
        77 WcomId PIC 9(4).
        77 WcomVilleX PIC X(40).
        77 WcomSuggCpX PIC X(5).
        77 WcomSuggVilleX PIC X(40).
        77 WcomAnom PIC 9(5).
        77 WcomAppl PIC 9(5).
        77 WcomIgn PIC 9(5).
        77 WcomDoublons PIC 9(5).
        77 WcomLigne PIC X(200).

        77 aj_stat PIC 9(2).
        77 WclAnnee PIC 9(4).
        77 WclMois PIC 99.
        77 WclClos PIC 9.
        77 WajAnnee PIC 9(4).
        77 WajMois PIC 99.
        77 WajSeq PIC 99.
        77 WajFin PIC 9.
        77 WajDate8 PIC 9(8).
        77 WajMotif PIC X(30).

        77 dv_stat PIC 9(2).
        77 dvm_stat PIC 9(2).
        77 WdvChoix PIC 9.
        77 WdvId PIC 9(4).
        77 WdvVersion PIC 99.
        77 WdvTrouve PIC 9.
        77 WdvFin PIC 9.
        77 WdvLFin PIC 9.
        77 WdvOK PIC 9.
        77 WdvLibStatut PIC X(10).
        77 WdvLibService PIC X(5).
        77 WdvSeq PIC 99.
        77 WdvNbMenus PIC 99.
        77 WdvSugg PIC 9(5)V99.
        77 WdvAncVersion PIC 99.
        77 WdvMailType PIC X(10).
        77 WdvJours PIC 999.
        77 WdvAuj PIC 9(8).
        77 WdvInt PIC 9(8).
        77 WdvLimite PIC 9(8).
        77 WdvDate8 PIC 9(8).
        77 WdvAcompte PIC 9(5)V99.
        77 WdvNbExpires PIC 9(5).
        77 WdvDeb PIC 9(8).
        77 WdvFinP PIC 9(8).
        77 WdvNb PIC 9(5).
        77 WdvNbCours PIC 9(5).
        77 WdvNbAcc PIC 9(5).
        77 WdvNbRef PIC 9(5).
        77 WdvNbExp PIC 9(5).
        77 WdvNbEch PIC 9(5).
        77 WdvVal PIC 9(7)V99.
        77 WdvValCours PIC 9(7)V99.
        77 WdvValAcc PIC 9(7)V99.
        77 WdvNbDec PIC 9(5).
        77 WdvTaux PIC 999V9.
        77 WdvTauxE PIC ZZ9.9.
        77 WdvTotNb PIC 9(5).
        77 WdvTotAcc PIC 9(5).
        77 WdvTotDec PIC 9(5).
        77 WdvTotVal PIC 9(8)V99.
        77 WdvTotValAcc PIC 9(8)V99.
        77 WdvTotEch PIC 9(5).

        77 arb_stat PIC 9(2).

        01 SYS-DATE8.
         03 A4.
          05 SS  PIC 99.
         END-IF
         CLOSE fevtpaiements

         OPEN I-O ftickets
         IF tk_stat = 35 THEN
          OPEN OUTPUT ftickets
         END-IF
         CLOSE ftickets

         OPEN I-O fgrandtot
         IF gt_stat = 35 THEN
          OPEN OUTPUT fgrandtot
         END-IF
         CLOSE fgrandtot

         OPEN I-O fconsos
         IF fco_stat = 35 THEN
          OPEN OUTPUT fconsos
         END-IF
         CLOSE fconsos

         OPEN I-O fhconsos
         IF fhco_stat = 35 THEN
          OPEN OUTPUT fhconsos
         END-IF
         CLOSE fhconsos

         OPEN I-O fingredients
         IF ing_stat = 35 THEN
          OPEN OUTPUT fingredients
         END-IF
         CLOSE fingredients

         OPEN I-O frecettes
         IF rec_stat = 35 THEN
          OPEN OUTPUT frecettes
         END-IF
         CLOSE frecettes

         OPEN I-O ffournisseurs
         IF four_stat = 35 THEN
          OPEN OUTPUT ffournisseurs
         END-IF
         CLOSE ffournisseurs

         OPEN I-O fliensfour
         IF lf_stat = 35 THEN
          OPEN OUTPUT fliensfour
         END-IF
         CLOSE fliensfour

         OPEN I-O fcommandes
         IF cmd_stat = 35 THEN
          OPEN OUTPUT fcommandes
         END-IF
         CLOSE fcommandes

         OPEN I-O femployes
         IF emp_stat = 35 THEN
          OPEN OUTPUT femployes
         END-IF
         CLOSE femployes

         OPEN I-O fplanning
         IF pl_stat = 35 THEN
          OPEN OUTPUT fplanning
         END-IF
         CLOSE fplanning

         OPEN I-O fenquetes
         IF enq_stat = 35 THEN
          OPEN OUTPUT fenquetes
         END-IF
         CLOSE fenquetes

         OPEN I-O fplaintes
         IF pla_stat = 35 THEN
          OPEN OUTPUT fplaintes
         END-IF
         CLOSE fplaintes

         OPEN I-O frapcarte
         IF rpc_stat = 35 THEN
          OPEN OUTPUT frapcarte
         END-IF
         CLOSE frapcarte

         OPEN I-O froles
         IF rol_stat = 35 THEN
          OPEN OUTPUT froles
          CLOSE froles
          OPEN I-O froles
          MOVE 'Directeur' TO rol_nom
          MOVE 'Direction (toutes fonctions)' TO rol_libelle
          MOVE 'D' TO rol_menu
          MOVE 0 TO rol_perimetre
          WRITE rolTampon
          MOVE 'Gérant' TO rol_nom
          MOVE 'Gérant de restaurant' TO rol_libelle
          MOVE 'G' TO rol_menu
          MOVE 1 TO rol_perimetre
          WRITE rolTampon
          MOVE 'Anonyme' TO rol_nom
          MOVE 'Utilisateur anonyme (sans connexion)' TO rol_libelle
          MOVE 'U' TO rol_menu
          MOVE 0 TO rol_perimetre
          WRITE rolTampon
         END-IF
         CLOSE froles

         OPEN I-O fdroits
         IF dr_stat = 35 THEN
          OPEN OUTPUT fdroits
         END-IF
         CLOSE fdroits
         PERFORM COMPLETER_DROITS

         OPEN I-O fallergies
         IF alg_stat = 35 THEN
          OPEN OUTPUT fallergies
         END-IF
         CLOSE fallergies

         OPEN I-O fbons
         IF bon_stat = 35 THEN
          OPEN OUTPUT fbons
         END-IF
         CLOSE fbons

         OPEN I-O femporter
         IF cde_stat = 35 THEN
          OPEN OUTPUT femporter
         END-IF
         CLOSE femporter

         OPEN I-O femplignes
         IF cdl_stat = 35 THEN
          OPEN OUTPUT femplignes
         END-IF
         CLOSE femplignes

         OPEN I-O fpayemp
         IF pe_stat = 35 THEN
          OPEN OUTPUT fpayemp
         END-IF
         CLOSE fpayemp

         OPEN I-O fbudgets
         IF bud_stat = 35 THEN
          OPEN OUTPUT fbudgets
         END-IF
         CLOSE fbudgets

         OPEN I-O fcanaux
         IF can_stat = 35 THEN
          OPEN OUTPUT fcanaux
         END-IF
         CLOSE fcanaux

         OPEN I-O fcommunes
         IF com_stat = 35 THEN
          OPEN OUTPUT fcommunes
         END-IF
         CLOSE fcommunes

         OPEN I-O fajustements
         IF aj_stat = 35 THEN
          OPEN OUTPUT fajustements
         END-IF
         CLOSE fajustements

         OPEN I-O fdevis
         IF dv_stat = 35 THEN
          OPEN OUTPUT fdevis
         END-IF
         CLOSE fdevis

         OPEN I-O fdevmenus
         IF dvm_stat = 35 THEN
          OPEN OUTPUT fdevmenus
         END-IF
         CLOSE fdevmenus

         PERFORM SAUVEGARDER_FICHIERS

      *lancé avec un nom de job en argument, le programme exécute
          PERFORM CONNEXION
         WHEN 2
          MOVE SPACES TO Wrole
          MOVE SPACES TO WpseudoConnecte
          PERFORM CHARGER_DROITS
          PERFORM MENU_PRINCIPAL_UTIL
      *L'accès administrateur redirige directement sans connexion sur
      *le menu des directeurs possédant tous les droits et accès
          MOVE 'ADMIN' TO WpseudoConnecte
          MOVE 'Directeur' TO Wrole
          MOVE 0 TO WaffNb
          MOVE 1 TO WdrTous
          MOVE 'D' TO WrolMenu
          MOVE 0 TO WrolPerim
          PERFORM MENU_PRINCIPAL_DIR
         WHEN 4
          PERFORM RESTAURER_FICHIERS
               MOVE fu_pseudo TO WpseudoConnecte
               MOVE fu_role TO Wrole
               PERFORM CHARGER_AFFECTATIONS
               PERFORM CHARGER_DROITS
               IF WrolOK = 0 THEN
                DISPLAY '*********************************'
                DISPLAY 'Role ',Wrole,' non défini.'
                DISPLAY 'Contactez un Directeur.'
                DISPLAY '*********************************'
               ELSE IF WrolMenu = 'G' THEN
                DISPLAY '*********************************'
                DISPLAY 'Connexion réussi en tant que ',Wrole
                DISPLAY '*********************************'
                PERFORM MENU_PRINCIPAL_GER
               ELSE
                DISPLAY '*********************************'
                DISPLAY 'Connexion réussi en tant que ',Wrole
                DISPLAY '*********************************'
                PERFORM MENU_PRINCIPAL_DIR
               END-IF
              END-IF
              ELSE
      *CONTROLER_DATE_PASSEE
      *Refuse une date de réservation antérieure à aujourd'hui :
      *un Directeur peut forcer la saisie (reprise d'un cahier de
      *réservations papier) - en fait tout role détenant le droit
      *FORCER_DATE_PASSEE -, tout autre profil est refusé. Met
      *WdateOK à 0 en cas de refus ; Wdate doit déjà être validée
      *par VALIDER_DATE.
      *************************************************************
       COMPUTE WvalDate8 = Wdate_annee * 10000 + Wdate_mois * 100
          + Wdate_jour
       IF WvalDate8 < WvalSys8 THEN
        MOVE 'FORCER_DATE_PASSEE' TO WdrFonction
        PERFORM DROIT_DETENU
        IF WdrOK = 1 THEN
         MOVE 9 TO WvalForce
         PERFORM WITH TEST AFTER UNTIL WvalForce = 1
            OR WvalForce = 0
            END-READ
           END-PERFORM
         END-START
        WHEN 'FOURNISSEUR'
         MOVE 0 TO four_id
         START ffournisseurs KEY IS >= four_id
          INVALID KEY CONTINUE
          NOT INVALID KEY
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
            READ ffournisseurs NEXT
             AT END MOVE 1 TO Wfin
             NOT AT END MOVE four_id TO WseqMax
            END-READ
           END-PERFORM
         END-START
        WHEN 'EMPLOYE'
         MOVE 0 TO emp_id
         START femployes KEY IS >= emp_id
          INVALID KEY CONTINUE
          NOT INVALID KEY
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
            READ femployes NEXT
             AT END MOVE 1 TO Wfin
             NOT AT END MOVE emp_id TO WseqMax
            END-READ
           END-PERFORM
         END-START
        WHEN 'PLAINTE'
         MOVE 0 TO pla_id
         START fplaintes KEY IS >= pla_id
          INVALID KEY CONTINUE
          NOT INVALID KEY
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
            READ fplaintes NEXT
             AT END MOVE 1 TO Wfin
             NOT AT END MOVE pla_id TO WseqMax
            END-READ
           END-PERFORM
         END-START
        WHEN 'COMMANDE'
         MOVE 0 TO cmd_num
         MOVE 0 TO cmd_ligne
         START fcommandes KEY IS >= cmd_cle
          INVALID KEY CONTINUE
          NOT INVALID KEY
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
            READ fcommandes NEXT
             AT END MOVE 1 TO Wfin
             NOT AT END MOVE cmd_num TO WseqMax
            END-READ
           END-PERFORM
         END-START
        WHEN 'EMPORTER'
         MOVE 0 TO cde_id
         START femporter KEY IS >= cde_id
          INVALID KEY CONTINUE
          NOT INVALID KEY
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
            READ femporter NEXT
             AT END MOVE 1 TO Wfin
             NOT AT END MOVE cde_id TO WseqMax
            END-READ
           END-PERFORM
         END-START
        WHEN 'DEVIS'
         MOVE 0 TO dv_id
         MOVE 0 TO dv_version
         START fdevis KEY IS >= dv_cle
          INVALID KEY CONTINUE
          NOT INVALID KEY
           MOVE 0 TO Wfin
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
            READ fdevis NEXT
             AT END MOVE 1 TO Wfin
             NOT AT END MOVE dv_id TO WseqMax
            END-READ
           END-PERFORM
         END-START
        WHEN OTHER
         CONTINUE
       END-EVALUATE.
      *MENU_PRINCIPAL_UTIL
      *Menu principal des utilisateurs anonyme accéssible sans connexion
      *Restraint leurs accès à leurs sous-menus spécifiques
      *(fonctions accordées au role Anonyme dans datadroits.dat)
      *************************************************************
       MENU_PRINCIPAL_UTIL.

         DISPLAY ' '

         DISPLAY 'Que souhaitez vous faire ?'
         MOVE 'UTI' TO WdrMenu
         PERFORM AFFICHER_OPTIONS_MENU
         DISPLAY ' 0 - Retour'
         DISPLAY ' '
         DISPLAY '-************************************-'
         ACCEPT WmenuD
        END-PERFORM
        MOVE 'UTI' TO WdrMenu
        MOVE WmenuD TO WdrOption
        PERFORM CONTROLER_OPTION_MENU
        IF WdrOK = 0 THEN
         MOVE 99 TO WmenuD
        END-IF
        EVALUATE WmenuD
         WHEN 1
          PERFORM OPERATION_MENU_UTIL
      *Donne accès à l'ensembles des fonctions de l'application
      *(c'est a ce menu que l'on donne accès au role administrateur
      *créé spécialement pour les tests et la démonstration)
      *C'est aussi le menu des roles créés en administration : seules
      *les options dont le role détient la fonction sont proposées
      *************************************************************
       MENU_PRINCIPAL_DIR.

       PERFORM WITH TEST AFTER UNTIL WmenuD = 0
        PERFORM WITH TEST AFTER UNTIL WmenuD>=0 AND WmenuD<=35
         DISPLAY ' '
         DISPLAY '|************************************|'
         DISPLAY '|***** MENU PRINCIPAL DIRECTEUR *****|'
         DISPLAY ' '

         DISPLAY 'Que souhaitez vous faire ?'
         MOVE 'DIR' TO WdrMenu
         PERFORM AFFICHER_OPTIONS_MENU
         DISPLAY ' 0 - Retour'
         DISPLAY ' '
         DISPLAY '-************************************-'
         ACCEPT WmenuD
        END-PERFORM
        MOVE 'DIR' TO WdrMenu
        MOVE WmenuD TO WdrOption
        PERFORM CONTROLER_OPTION_MENU
        IF WdrOK = 0 THEN
         MOVE 99 TO WmenuD
        END-IF
        EVALUATE WmenuD
         WHEN 1
          PERFORM OPERATION_MENU
          PERFORM GERER_COMPTES_CLIENTS
         WHEN 22
          PERFORM GERER_CAMPAGNES
         WHEN 23
          PERFORM CONTROLER_PRIX_RESERVATIONS
         WHEN 24
          PERFORM VERIFIER_REGISTRE_FISCAL
         WHEN 25
          PERFORM RAPPORT_MARGE_MENUS
         WHEN 26
          PERFORM GERER_FOURNISSEURS
         WHEN 27
          PERFORM GERER_COMMANDES
         WHEN 28
          PERFORM GERER_PERSONNEL
         WHEN 29
          MOVE 1 TO WpeTous
          PERFORM RAPPORT_PERSONNEL_SEMAINE
         WHEN 30
          PERFORM GERER_SATISFACTION
         WHEN 31
          PERFORM GERER_BUDGETS
         WHEN 32
          PERFORM TRAITER_FILE_SMS
         WHEN 33
          PERFORM RAPPORT_CANAUX
         WHEN 34
          PERFORM GERER_COMMUNES
         WHEN 35
          PERFORM ROUVRIR_MOIS
        END-EVALUATE
       END-PERFORM.

      *Menu principal des gérants accessible par les gérants connectés
      *Donne accès aux fonctions définis des gérants de restaurant
      *Un gérant à pour charge les clients et les reservations dans leurs
      *globalité (options filtrées par les droits du role connecté)
      *************************************************************
       MENU_PRINCIPAL_GER.

       PERFORM WITH TEST AFTER UNTIL WmenuD = 0
        PERFORM WITH TEST AFTER UNTIL WmenuD>=0 AND WmenuD<=5
         DISPLAY ' '
         DISPLAY '|************************************|'
         DISPLAY '|****** MENU PRINCIPAL GERANT *******|'
         DISPLAY ' '

         DISPLAY 'Que souhaitez vous faire ?'
         MOVE 'GER' TO WdrMenu
         PERFORM AFFICHER_OPTIONS_MENU
         DISPLAY ' 0 - Retour'
         DISPLAY ' '
         DISPLAY '-************************************-'
         ACCEPT WmenuD
        END-PERFORM
        MOVE 'GER' TO WdrMenu
        MOVE WmenuD TO WdrOption
        PERFORM CONTROLER_OPTION_MENU
        IF WdrOK = 0 THEN
         MOVE 99 TO WmenuD
        END-IF
        EVALUATE WmenuD
         WHEN 1
          PERFORM OPERATION_CLIENT
         WHEN 2 
          PERFORM OPERATION_RESERVATION
         WHEN 3
          PERFORM GERER_COMMANDES
         WHEN 4
          PERFORM GERER_PERSONNEL
         WHEN 5
          PERFORM GERER_SATISFACTION
        END-EVALUATE
       END-PERFORM.

       COPY proc_batch.

      ****************************************************************
       COPY proc_fiscal.

      ****************************************************************
       COPY proc_conso.

      ****************************************************************
       COPY proc_recette.

      ****************************************************************
       COPY proc_fournisseur.

      ****************************************************************
       COPY proc_personnel.

      ****************************************************************
       COPY proc_satisfaction.

      ****************************************************************
       COPY proc_fermeture.

      ****************************************************************
       COPY proc_dispo.

      ****************************************************************
       COPY proc_telecollecte.

      ****************************************************************
       COPY proc_droits.

      ****************************************************************
       COPY proc_allergies.

      ****************************************************************
       COPY proc_bons.

      ****************************************************************
       COPY proc_emporter.

      ****************************************************************
       COPY proc_budget.

      ****************************************************************
       COPY proc_sms.

      ****************************************************************
       COPY proc_communes.

      ****************************************************************
       COPY proc_devis.

      ****************************************************************
