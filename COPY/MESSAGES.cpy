           05 FILLER PIC X(60) VALUE
              '027 - MATRICULE CIBLE DE TRANSFERT DEJA UTILISE'.
           05 FILLER PIC X(01) VALUE 'W'.
           05 FILLER PIC X(60) VALUE
              '028 - SUBSTITUTION SUR VEHICULE INEXISTANT'.
           05 FILLER PIC X(01) VALUE 'W'.
           05 FILLER PIC X(60) VALUE
              '029 - SUBSTITUTION SANS TARIF POUR LA ZONE ET LE TYPE'.
           05 FILLER PIC X(01) VALUE 'W'.
           05 FILLER PIC X(60) VALUE SPACES.
           05 FILLER PIC X(01) VALUE 'F'.
           05 FILLER PIC X(60) VALUE SPACES.
