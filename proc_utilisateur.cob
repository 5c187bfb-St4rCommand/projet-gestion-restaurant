       CLOSE fcompteurs.

      ******************* AJOUTER_UTILISATEUR ****************
      * Créer un compte Gérant, Directeur ou d'un autre role
      * défini dans dataroles.dat
      * Le mot de passe est salé puis haché avant écriture
      ******************************************************
       AJOUTER_UTILISATEUR.
         MOVE Wnum TO fu_id
         MOVE Wpseudo TO fu_pseudo

         MOVE 0 TO WrolOK
         PERFORM WITH TEST AFTER UNTIL WrolOK = 1
          DISPLAY 'Role (Gérant / Directeur / autre role défini) :'
          ACCEPT WdrRole
          PERFORM LIRE_ROLE
          IF WrolOK = 1 AND ROLE-MENU-ANONYME THEN
           MOVE 0 TO WrolOK
          END-IF
          IF WrolOK = 0 THEN
           DISPLAY 'Role inconnu'
          END-IF
         END-PERFORM
         MOVE WdrRole TO fu_role

         DISPLAY 'Mot de passe du nouveau compte :'
         ACCEPT Wmdp
         INVALID KEY
          DISPLAY 'Aucun compte ne porte ce pseudo'
         NOT INVALID KEY
          MOVE 0 TO WrolOK
          PERFORM WITH TEST AFTER
           UNTIL WrolOK = 1 OR WdrRole = SPACES
           DISPLAY 'Nouveau role (Gérant / Directeur / autre,'
     -           ' vide = inchangé) :'
           ACCEPT WdrRole
           IF WdrRole NOT = SPACES THEN
            PERFORM LIRE_ROLE
            IF WrolOK = 1 AND ROLE-MENU-ANONYME THEN
             MOVE 0 TO WrolOK
            END-IF
            IF WrolOK = 0 THEN
             DISPLAY 'Role inconnu'
            END-IF
           END-IF
          END-PERFORM
          IF WdrRole NOT EQUAL SPACES
           MOVE WdrRole TO fu_role
          END-IF

          MOVE 0 TO Wchoix
      ************** CONTROLER_ACCES_RESTAURANT ***************
      * Vérifie que l'opérateur connecté peut agir sur le
      * restaurant WidRestSauv : un Directeur voit tout, un
      * Gérant (tout role limité aux affectations) est limité
      * aux restaurants de sa table d'affectations (sauf s'il
      * n'en a aucune). Renvoie
      * WaccesOK (1 : autorisé, 0 : refusé).
      ******************************************************
       CONTROLER_ACCES_RESTAURANT.

       MOVE 1 TO WaccesOK
       IF WrolPerim = 1 AND WaffNb > 0 THEN
        MOVE 0 TO WaccesOK
        MOVE 1 TO WaffIx
        PERFORM WITH TEST BEFORE UNTIL WaffIx > WaffNb
       CLIENT_DANS_PERIMETRE.

       MOVE 1 TO WcliOK
       IF WrolPerim = 1 AND WaffNb > 0 THEN
        MOVE 0 TO WcliOK
        MOVE 0 TO WcliNbResas


      ****************** AFFECTER_GERANT **********************
      * Crée une affectation pseudo / restaurant, après
      * vérification que le compte existe avec un role limité
      * aux affectations (Gérant) et que le restaurant existe
      ******************************************************
       AFFECTER_GERANT.

         CLOSE futilisateurs
        NOT INVALID KEY
         CLOSE futilisateurs
         MOVE fu_role TO WdrRole
         PERFORM LIRE_ROLE
         IF WrolOK = 0 OR NOT ROLE-LIMITE-AFFECT THEN
          DISPLAY 'Ce compte n''a pas un role limité aux'
     -           ' restaurants affectés (Gérant)'
         ELSE
          OPEN INPUT frestaurants
          DISPLAY 'Identifiant du restaurant :'
