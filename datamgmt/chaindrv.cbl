      *****************************************
      *       VARIABLE CHAINE NOCTURNE        *
      *****************************************
      * Les etapes de la nuit, dans l'ordre que les operateurs
      * lancaient a la main ; chaque binaire porte le nom de son
      * programme dans le repertoire d'exploitation. retourdb passe
      * avant mailext : les contacts mis en suppression sur retours
      * du routeur ne doivent pas recevoir la lettre de la nuit.
      * foyersql passe apres le chargement et avant banksql et
      * mailext, qui lisent la table household de la nuit.
      * eventsql passe apres les etapes qui modifient databank : le
      * flux des abonnes porte les evenements de toute la nuit.
      * matinsql ferme la nuit : la synthese du matin relit ce que
      * toutes les autres etapes ont produit.
       01  WS-STEP-NAMES.
           05  FILLER            PIC X(10) VALUE 'loaddb'.
           05  FILLER            PIC X(10) VALUE 'payssql'.
           05  FILLER            PIC X(10) VALUE 'foyersql'.
           05  FILLER            PIC X(10) VALUE 'banksql'.
           05  FILLER            PIC X(10) VALUE 'retourdb'.
           05  FILLER            PIC X(10) VALUE 'mailext'.
           05  FILLER            PIC X(10) VALUE 'extrdb'.
           05  FILLER            PIC X(10) VALUE 'eventsql'.
           05  FILLER            PIC X(10) VALUE 'matinsql'.
       01  FILLER REDEFINES WS-STEP-NAMES.
           05  WS-STEP-NAME      PIC X(10) OCCURS 9.

      * Indice sur deux chiffres : apres la 9e etape il passe a 10
      * (fin de boucle). Le point de reprise garde un seul chiffre
      * (WS-CKPT-STEP), comme les fichiers deja ecrits.
       01  WS-STEP-MAX           PIC 9(02) VALUE 9.
       01  WS-STEP-IX            PIC 9(02) VALUE 1.
       01  WS-START-STEP         PIC 9(02) VALUE 1.
       01  WS-CKPT-STEP          PIC 9(01) VALUE ZERO.
       01  WS-CHAIN-FAILED       PIC X(01) VALUE 'N'.
       01  WS-CKPT-IN            PIC X(10) VALUE SPACE.
       01  WS-COMMAND            PIC X(30) VALUE SPACE.
      * La chaine s'arrete ici : le point de reprise retient l'etape
      * en echec, le prochain lancement reprendra a cette etape au
      * lieu de rejouer toute la nuit
               MOVE WS-STEP-IX   TO WS-CKPT-STEP
               MOVE WS-CKPT-STEP TO CHAIN-CKPT-ENTRY
               OPEN OUTPUT CHAIN-CKPT
               WRITE CHAIN-CKPT-ENTRY
               CLOSE CHAIN-CKPT
               OPEN OUTPUT CHAIN-CKPT
               WRITE CHAIN-CKPT-ENTRY
               CLOSE CHAIN-CKPT
               DISPLAY 'Chaine terminee, ' WS-STEP-MAX ' etapes OK.'
               IF WS-CHAIN-RC NOT = ZERO
                   DISPLAY 'Synthese du matin en RED : code retour '
                       WS-CHAIN-RC '.'
               END-IF
               MOVE 'OK' TO SQL-JOB-STATUS
           END-IF.

               CLOSE CHAIN-CKPT
           END-IF.

           IF WS-CKPT-IN(1:1) IS NUMERIC AND
              WS-CKPT-IN(1:1) NOT = '0' AND
              FUNCTION NUMVAL(WS-CKPT-IN(1:1)) <= WS-STEP-MAX
               MOVE FUNCTION NUMVAL(WS-CKPT-IN(1:1))
                   TO WS-START-STEP
               DISPLAY 'Reprise de la chaine a l''etape '
               GO TO 7010-STEP-END
           END-IF.

      * Derniere etape (matinsql) en statut OK et code retour 8 :
      * verdict RED de la synthese du matin. La nuit est complete
      * (point de reprise DONE), le code retour 8 est transmis a
      * l'ordonnanceur pour l'alerte.
           IF WS-STEP-IX = WS-STEP-MAX AND WS-STEP-RC = 8 THEN
               DISPLAY 'Etape ' WS-STEP-NAME(WS-STEP-IX)
                   ' : OK, verdict RED (code retour 8).'
               MOVE 8 TO WS-CHAIN-RC
               GO TO 7010-STEP-END
           END-IF.

           IF WS-STEP-RC NOT = ZERO THEN
      * Statut OK en registre mais code retour non nul (ex: le
      * scheduler a tue le process apres la cloture) : prudence,
