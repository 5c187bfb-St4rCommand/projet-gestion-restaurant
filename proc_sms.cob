      **************** CHOISIR_CANAL_CLIENT ******************
      * Choisit le canal d'un message transactionnel pour le
      * client courant (cliTampon) : SMS si le registre des
      * consentements porte un accord pour la finalité SMS et
      * si le client a un numéro de mobile, et que le client
      * préfère le SMS, que son adresse mail est inexploitable
      * ou que le message est urgent (WsmsUrgent = 1 : place
      * libérée de la liste d'attente, réponse attendue dans
      * l'heure). Sinon mail. Rend WsmsCanal ('M' ou 'S').
      ******************************************************
       CHOISIR_CANAL_CLIENT.

       MOVE 'M' TO WsmsCanal
       PERFORM CONTROLER_CONSENTEMENT_SMS
       MOVE 0 TO WsmsArobase
       INSPECT fc_mail TALLYING WsmsArobase FOR ALL '@'
       IF WsmsConsent = 1
          AND fc_tel >= 0600000000 AND fc_tel < 0800000000 THEN
        IF CANAL-PREF-SMS OR WsmsUrgent = 1
           OR fc_mail = SPACES OR WsmsArobase = 0 THEN
         MOVE 'S' TO WsmsCanal
        END-IF
       END-IF.

      ************* CONTROLER_CONSENTEMENT_SMS ****************
      * Lit le registre des consentements du client fc_id et
      * rend dans WsmsConsent la dernière valeur enregistrée
      * pour la finalité SMS (0 si aucune entrée : pas de SMS
      * sans accord). Ouvre et referme fconsentements.
      ******************************************************
       CONTROLER_CONSENTEMENT_SMS.

       MOVE 0 TO WsmsConsent
       OPEN INPUT fconsentements
       MOVE fc_id TO cons_idcli
       MOVE 0 TO cons_seq
       START fconsentements KEY IS >= cons_cle
        INVALID KEY CONTINUE
        NOT INVALID KEY
         MOVE 0 TO WsmsFin
         PERFORM WITH TEST AFTER UNTIL WsmsFin = 1
          READ fconsentements NEXT
           AT END MOVE 1 TO WsmsFin
           NOT AT END
            IF cons_idcli NOT = fc_id THEN
             MOVE 1 TO WsmsFin
            ELSE
             IF cons_finalite = 'SMS' THEN
              MOVE cons_valeur TO WsmsConsent
             END-IF
            END-IF
          END-READ
         END-PERFORM
       END-START
       CLOSE fconsentements.

      ********************* DEPOSER_SMS ***********************
      * Dépose dans la file d'envoi de SMS (smsqueue.csv) le
      * message WsmsTexte de type WsmsType pour le client
      * courant (fc_id, fc_tel) et le restaurant WsmsIdRest.
      * Chaque ligne porte : ETAT;TENTATIVES;HORODATAGE;
      * téléphone;type;restaurant;client;texte, exploitée par
      * le répartiteur TRAITER_FILE_SMS
      ******************************************************
       DEPOSER_SMS.

       OPEN EXTEND fsmsqueue
       IF sq_stat = 35 THEN
        OPEN OUTPUT fsmsqueue
       END-IF
       ACCEPT SYS-DATE8 FROM DATE YYYYMMDD
       ACCEPT WsmsTime FROM TIME
       MOVE SPACES TO WsmsHoroNow
       STRING SYS-DATE8 DELIMITED BY SIZE
            WsmsTime DELIMITED BY SIZE INTO WsmsHoroNow
       MOVE fc_tel TO WsmsTel
       MOVE SPACES TO sqLigne
       STRING 'AENVOYER' DELIMITED BY SIZE
           ';' DELIMITED BY SIZE
           '00' DELIMITED BY SIZE ';' DELIMITED BY SIZE
           WsmsHoroNow DELIMITED BY SIZE ';' DELIMITED BY SIZE
           WsmsTel DELIMITED BY SIZE ';' DELIMITED BY SIZE
           WsmsType DELIMITED BY SPACE ';' DELIMITED BY SIZE
           WsmsIdRest DELIMITED BY SIZE ';' DELIMITED BY SIZE
           fc_id DELIMITED BY SIZE ';' DELIMITED BY SIZE
           WsmsTexte DELIMITED BY SIZE
         INTO sqLigne
       WRITE sqLigne
       CLOSE fsmsqueue.

      ****************** TRAITER_FILE_SMS *********************
      * Répartiteur de la file d'envoi de SMS, sur le modèle de
      * TRAITER_FILE_MAILS : relit smsqueue.csv, tente l'envoi
      * de chaque message à envoyer, archive les envoyés dans
      * smsenvoyes.csv, re-tente les échecs au passage suivant
      * et, après 3 tentatives, range la ligne dans
      * smsrejetes.csv. Un SMS dont le client a retiré son
      * consentement depuis le dépôt est supprimé sans envoi.
      * L'envoi est en échec quand le numéro n'est pas un
      * numéro de mobile (06 ou 07). Les résultats sont
      * comptés par jour, restaurant et canal dans
      * datacanaux.dat. Lançable en batch (job SMS), à passer
      * fréquemment pour les offres de la liste d'attente.
      ******************************************************
       TRAITER_FILE_SMS.

       DISPLAY '|====================================|'
       DISPLAY '|=========== TRAITEMENT   ===========|'
       DISPLAY '|===========    DES SMS   ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

        MOVE 0 TO WsmsEnvoyes
        MOVE 0 TO WsmsEchecs
        MOVE 0 TO WsmsMorts
        MOVE 0 TO WsmsSupprimes
        MOVE 0 TO WsmsNb

        OPEN INPUT fsmsqueue
        IF sq_stat = 35 THEN
         DISPLAY 'Aucun SMS en file d''attente'
        ELSE
         OPEN OUTPUT fsmstmp
         OPEN EXTEND fsmsarch
         IF sqa_stat = 35 THEN
          OPEN OUTPUT fsmsarch
         END-IF
         OPEN EXTEND fsmsdead
         IF sqd_stat = 35 THEN
          OPEN OUTPUT fsmsdead
         END-IF
         OPEN I-O fcanaux

         ACCEPT SYS-DATE8 FROM DATE YYYYMMDD
         MOVE SYS-DATE8 TO WcanJour
         ACCEPT WsmsTime FROM TIME
         MOVE SPACES TO WsmsHoroNow
         STRING SYS-DATE8 DELIMITED BY SIZE
            WsmsTime DELIMITED BY SIZE INTO WsmsHoroNow
         MOVE 'S' TO WcanCanal

         MOVE 0 TO Wfin
         PERFORM WITH TEST AFTER UNTIL Wfin = 1
          READ fsmsqueue
           AT END MOVE 1 TO Wfin
           NOT AT END
            ADD 1 TO WsmsNb
            PERFORM TRAITER_UN_SMS
          END-READ
         END-PERFORM

         CLOSE fcanaux
         CLOSE fsmsdead
         CLOSE fsmsarch
         CLOSE fsmstmp
         CLOSE fsmsqueue

         MOVE 'smsqueue.tmp' TO WbkSrc
         MOVE 'smsqueue.csv' TO WbkDst
         CALL 'CBL_COPY_FILE' USING WbkSrc WbkDst
            RETURNING WbkRes

         DISPLAY 'SMS lus          : ',WsmsNb
         DISPLAY 'SMS envoyés      : ',WsmsEnvoyes
         DISPLAY 'Echecs re-tentés : ',WsmsEchecs
         DISPLAY 'Rejets définitifs : ',WsmsMorts
         DISPLAY 'Supprimés (consentement SMS retiré) : ',
            WsmsSupprimes
        END-IF

       DISPLAY '-====================================-'.

      ******************** TRAITER_UN_SMS *********************
      * Traite la ligne courante de fsmsqueue (sqLigne) :
      * découpe l'entête, tente l'envoi et range la ligne dans
      * l'archive, la liste des rejets ou la file re-écrite
      ******************************************************
       TRAITER_UN_SMS.

       MOVE SPACES TO WsmsEtat
       MOVE SPACES TO WsmsHoro
       MOVE SPACES TO WsmsPayload
       MOVE SPACES TO WsmsRetriesA
       MOVE 0 TO WsmsRetries
       MOVE 1 TO WsmsPtr
       UNSTRING sqLigne DELIMITED BY ';'
        INTO WsmsEtat WsmsRetriesA WsmsHoro
        WITH POINTER WsmsPtr
       END-UNSTRING
       IF WsmsRetriesA IS NUMERIC THEN
        MOVE WsmsRetriesA TO WsmsRetries
       END-IF
       IF WsmsPtr <= 400 THEN
        MOVE sqLigne(WsmsPtr:) TO WsmsPayload
       END-IF

       IF WsmsEtat = 'ENVOYE' THEN
        MOVE SPACES TO sqaLigne
        MOVE sqLigne TO sqaLigne
        WRITE sqaLigne
       ELSE
        MOVE SPACES TO WsmsTelA
        MOVE SPACES TO WsmsTypeA
        MOVE SPACES TO WsmsIdRestA
        MOVE SPACES TO WsmsIdCliA
        UNSTRING WsmsPayload DELIMITED BY ';'
         INTO WsmsTelA WsmsTypeA WsmsIdRestA WsmsIdCliA
        END-UNSTRING
        IF WsmsIdRestA IS NUMERIC THEN
         MOVE WsmsIdRestA TO WcanIdRest
        ELSE
         MOVE 0 TO WcanIdRest
        END-IF

      *le consentement SMS est relu à l'envoi : un retrait
      *enregistré depuis le dépôt supprime le message
        MOVE 1 TO WsmsConsent
        IF WsmsIdCliA IS NUMERIC THEN
         MOVE WsmsIdCliA TO fc_id
         PERFORM CONTROLER_CONSENTEMENT_SMS
        END-IF

        IF WsmsConsent = 0 THEN
         MOVE SPACES TO sqdLigne
         STRING 'SUPPRIME' DELIMITED BY SIZE
           ';' DELIMITED BY SIZE
           WsmsRetries DELIMITED BY SIZE ';' DELIMITED BY SIZE
           WsmsHoroNow DELIMITED BY SIZE ';' DELIMITED BY SIZE
           WsmsPayload DELIMITED BY SIZE
           INTO sqdLigne
         WRITE sqdLigne
         ADD 1 TO WsmsSupprimes
         MOVE 4 TO WcanOp
         PERFORM COMPTER_CANAL
        ELSE
        IF WsmsTelA IS NUMERIC
           AND (WsmsTelA(1:2) = '06' OR WsmsTelA(1:2) = '07') THEN
         MOVE SPACES TO sqaLigne
         STRING 'ENVOYE' DELIMITED BY SIZE
           ';' DELIMITED BY SIZE
           WsmsRetries DELIMITED BY SIZE ';' DELIMITED BY SIZE
           WsmsHoroNow DELIMITED BY SIZE ';' DELIMITED BY SIZE
           WsmsPayload DELIMITED BY SIZE
           INTO sqaLigne
         WRITE sqaLigne
         ADD 1 TO WsmsEnvoyes
         MOVE 1 TO WcanOp
         PERFORM COMPTER_CANAL
        ELSE
         ADD 1 TO WsmsRetries
         IF WsmsRetries >= 3 THEN
          MOVE SPACES TO sqdLigne
          STRING 'ECHEC' DELIMITED BY SIZE
            ';' DELIMITED BY SIZE
            WsmsRetries DELIMITED BY SIZE ';' DELIMITED BY SIZE
            WsmsHoroNow DELIMITED BY SIZE ';' DELIMITED BY SIZE
            WsmsPayload DELIMITED BY SIZE
            INTO sqdLigne
          WRITE sqdLigne
          ADD 1 TO WsmsMorts
          MOVE 3 TO WcanOp
          PERFORM COMPTER_CANAL
         ELSE
          MOVE SPACES TO sqtLigne
          STRING 'AENVOYER' DELIMITED BY SIZE
            ';' DELIMITED BY SIZE
            WsmsRetries DELIMITED BY SIZE ';' DELIMITED BY SIZE
            WsmsHoroNow DELIMITED BY SIZE ';' DELIMITED BY SIZE
            WsmsPayload DELIMITED BY SIZE
            INTO sqtLigne
          WRITE sqtLigne
          ADD 1 TO WsmsEchecs
          MOVE 2 TO WcanOp
          PERFORM COMPTER_CANAL
         END-IF
        END-IF
        END-IF
       END-IF.

      ******************** COMPTER_CANAL **********************
      * Ajoute un résultat d'envoi aux compteurs du jour
      * WcanJour, du restaurant WcanIdRest (0 : message non
      * rattaché à un restaurant) et du canal WcanCanal
      * ('M' mail, 'S' SMS). WcanOp : 1 envoyé, 2 échec
      * re-tenté, 3 rejet définitif, 4 supprimé sans envoi.
      * fcanaux doit être ouvert en entrée-sortie.
      ******************************************************
       COMPTER_CANAL.

       MOVE WcanJour TO can_date
       MOVE WcanIdRest TO can_idrest
       MOVE WcanCanal TO can_canal
       READ fcanaux
        INVALID KEY
         MOVE 0 TO can_envoyes
         MOVE 0 TO can_echecs
         MOVE 0 TO can_rejets
         MOVE 0 TO can_supprimes
         MOVE 0 TO WsmsOK
        NOT INVALID KEY
         MOVE 1 TO WsmsOK
       END-READ
       EVALUATE WcanOp
        WHEN 1
         ADD 1 TO can_envoyes
        WHEN 2
         ADD 1 TO can_echecs
        WHEN 3
         ADD 1 TO can_rejets
        WHEN 4
         ADD 1 TO can_supprimes
       END-EVALUATE
       IF WsmsOK = 1 THEN
        REWRITE canTampon
       ELSE
        WRITE canTampon
       END-IF.

      ******************** RAPPORT_CANAUX *********************
      * Rapport des envois par canal : pour chaque jour de la
      * période et chaque restaurant, messages envoyés, échecs
      * re-tentés, rejets définitifs et suppressions, par mail
      * et par SMS, avec les totaux de la période. Les messages
      * non rattachés à un restaurant (campagnes) figurent
      * sous le restaurant 0000.
      ******************************************************
       RAPPORT_CANAUX.

       DISPLAY '|====================================|'
       DISPLAY '|===========   ENVOIS     ===========|'
       DISPLAY '|===========  PAR CANAL   ===========|'
       DISPLAY '|====================================|'
       DISPLAY ' '

        MOVE 0 TO WdateOK
        PERFORM WITH TEST AFTER UNTIL WdateOK = 1
         DISPLAY 'Du (JJ MM AAAA) :'
         ACCEPT Wdate_jour
         ACCEPT Wdate_mois
         ACCEPT Wdate_annee
         PERFORM VALIDER_DATE
        END-PERFORM
        COMPUTE WcanDeb = Wdate_annee * 10000 + Wdate_mois * 100
           + Wdate_jour
        MOVE 0 TO WdateOK
        PERFORM WITH TEST AFTER UNTIL WdateOK = 1
         DISPLAY 'Au (JJ MM AAAA) :'
         ACCEPT Wdate_jour
         ACCEPT Wdate_mois
         ACCEPT Wdate_annee
         PERFORM VALIDER_DATE
        END-PERFORM
        COMPUTE WcanFin = Wdate_annee * 10000 + Wdate_mois * 100
           + Wdate_jour

        MOVE 0 TO WcanNb
        MOVE 0 TO WcanTotEnvM
        MOVE 0 TO WcanTotEchM
        MOVE 0 TO WcanTotRejM
        MOVE 0 TO WcanTotSupM
        MOVE 0 TO WcanTotEnvS
        MOVE 0 TO WcanTotEchS
        MOVE 0 TO WcanTotRejS
        MOVE 0 TO WcanTotSupS
        DISPLAY 'Date      Resto Canal  envoyés  échecs  rejets',
           '  supprimés'
        OPEN INPUT fcanaux
        MOVE WcanDeb TO can_date
        MOVE 0 TO can_idrest
        MOVE SPACE TO can_canal
        START fcanaux KEY IS >= can_cle
         INVALID KEY CONTINUE
         NOT INVALID KEY
          MOVE 0 TO WcanFinL
          PERFORM WITH TEST AFTER UNTIL WcanFinL = 1
           READ fcanaux NEXT
            AT END MOVE 1 TO WcanFinL
            NOT AT END
             IF can_date > WcanFin THEN
              MOVE 1 TO WcanFinL
             ELSE
              MOVE can_idrest TO WidRestSauv
              MOVE 1 TO WaccesOK
              IF can_idrest NOT = 0 THEN
               PERFORM CONTROLER_ACCES_RESTAURANT
              END-IF
              IF WaccesOK = 1 THEN
               PERFORM AFFICHER_LIGNE_CANAL
              END-IF
             END-IF
           END-READ
          END-PERFORM
        END-START
        CLOSE fcanaux

        DISPLAY ' '
        IF WcanNb = 0 THEN
         DISPLAY 'Aucun envoi sur la période'
        ELSE
         DISPLAY 'Mail : ',WcanTotEnvM,' envoyé(s), ',WcanTotEchM,
            ' échec(s), ',WcanTotRejM,' rejet(s), ',WcanTotSupM,
            ' supprimé(s)'
         DISPLAY 'SMS  : ',WcanTotEnvS,' envoyé(s), ',WcanTotEchS,
            ' échec(s), ',WcanTotRejS,' rejet(s), ',WcanTotSupS,
            ' supprimé(s)'
        END-IF

       DISPLAY '-====================================-'.

      ***************** AFFICHER_LIGNE_CANAL ******************
      * Ligne du rapport des envois pour l'enregistrement
      * courant de fcanaux, cumulée dans les totaux du canal
      ******************************************************
       AFFICHER_LIGNE_CANAL.

       ADD 1 TO WcanNb
       IF CANAL-SMS THEN
        MOVE 'SMS' TO WcanLib
        ADD can_envoyes TO WcanTotEnvS
        ADD can_echecs TO WcanTotEchS
        ADD can_rejets TO WcanTotRejS
        ADD can_supprimes TO WcanTotSupS
       ELSE
        MOVE 'Mail' TO WcanLib
        ADD can_envoyes TO WcanTotEnvM
        ADD can_echecs TO WcanTotEchM
        ADD can_rejets TO WcanTotRejM
        ADD can_supprimes TO WcanTotSupM
       END-IF
       DISPLAY can_date(7:2),'/',can_date(5:2),'/',can_date(1:4),
            ' ',can_idrest,'  ',WcanLib,'   ',can_envoyes,'   ',
            can_echecs,'   ',can_rejets,'   ',can_supprimes.
