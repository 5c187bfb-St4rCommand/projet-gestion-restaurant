        MOVE 0 TO fc_idcompte
        MOVE SPACES TO fc_prefZone
        MOVE 0 TO fc_consentMkt
        MOVE 'M' TO fc_canalPref
        WRITE cliTampon
         INVALID KEY
          DISPLAY 'Echec de la création de la fiche client web'
