      *****************************************************************
      *         export COB_LDFLAGS=-Wl,--no-as-needed
      *         export COBCPY=./Copybook
      *         ocesql operdb.cbl prog.cob
      *         cobc -locesql -x -o run prog.cob
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. operdb.
       AUTHOR. AlexEnCode.

      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Meme journal que payssql : les changements d'habilitation y
      * sont traces comme les autres modifications interactives
           SELECT CHANGELOG ASSIGN TO 'changelog.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REC-CHG-STATUS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD CHANGELOG
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F.

       01  CHANGELOG-ENTRY   PIC X(218).
      ******************************************************************

       WORKING-STORAGE SECTION.

      *****************************************
      *           VARIABLE STATUS             *
      *****************************************
       01 REC-CHG-STATUS         PIC X(2).

      *****************************************
      *             VARIABLE MENU             *
      *****************************************
       01  WS-OPERATION          PIC X(01) VALUE SPACE.
       01  WS-CONFIRM            PIC X(01) VALUE SPACE.
       01  WS-RUN-DATE           PIC 9(08) VALUE ZERO.
       01  WS-RUN-TIME           PIC 9(08) VALUE ZERO.

      *****************************************
      *           VARIABLE OPERATEUR          *
      *****************************************
      * Operateur identifie par 0030-SIGNON-START (meme bloc dans
      * tous les programmes interactifs)
       01  WS-OPER-ID            PIC X(20) VALUE SPACE.
       01  WS-OPER-ROLE          PIC X(10) VALUE SPACE.
       01  WS-SIGNON-TRIES       PIC 9(01) VALUE ZERO.

      * Meme dessin d'enregistrement que WS-CHANGELOG-LINE de payssql
      * (journal partage) : id = operateur gere, old/new = role ou
      * etat avant/apres, jamais le mot de passe
       01  WS-CHANGELOG-LINE.
           05  WS-CL-ID          PIC X(50).
           05  FILLER            PIC X(01) VALUE ','.
           05  WS-CL-OLD-CODE    PIC X(50).
           05  FILLER            PIC X(01) VALUE ','.
           05  WS-CL-NEW-CODE    PIC X(50).
           05  FILLER            PIC X(01) VALUE ','.
           05  WS-CL-PARAGRAPH   PIC X(20).
           05  FILLER            PIC X(01) VALUE ','.
           05  WS-CL-RUN-DATE    PIC 9(08).
           05  FILLER            PIC X(01) VALUE ','.
           05  WS-CL-OPERATOR    PIC X(20).
           05  FILLER            PIC X(01) VALUE ','.
           05  WS-CL-STAMP       PIC X(14).

      *****************************************
      *              VARIABLE SQL             *
      *****************************************

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  DBNAME                  PIC  X(30) VALUE 'cobol'.
       01  USERNAME                PIC  X(30) VALUE 'cobol'.
       01  PASSWD                  PIC  X(10) VALUE SPACE.

      * Saisie du sign-on (meme groupe dans tous les programmes
      * interactifs) : le mot de passe n'est jamais stocke en clair,
      * la table ne porte que MD5(id || mot de passe)
       01  SQL-OPERATOR.
           05  SQL-OP-ID            PIC X(20).
           05  SQL-OP-PWD           PIC X(20).
           05  SQL-OP-ROLE          PIC X(10).
           05  SQL-OP-COUNT         PIC 9(10).

      * Operateur gere par le menu. Role VIEWER = consultation,
      * EDITOR = modifications, APPROVER = modifications et
      * validation des demandes en attente (pending_action).
      * Retrait par le flag d'activite, jamais par suppression :
      * le journal et pending_action le referencent.
       01  OPERATOR-REC.
           05  OR-OPERATOR-ID       PIC X(20).
           05  OR-NAME              PIC X(50).
           05  OR-ROLE              PIC X(10).
           05  OR-PWD               PIC X(20).
           05  OR-ACTIVE            PIC X(01).
           05  OR-CREATED           PIC X(10).

       01  SQL-OLD-VALUE          PIC X(10).
       01  SQL-FOUND-COUNT        PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.

      ******************************************************************
           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.

           IF  SQLCODE NOT = ZERO
               PERFORM 1001-ERROR-RTN-START
                   THRU 1001-ERROR-RTN-END
           END-IF.

           PERFORM 0000-MAIN-START   THRU 0000-MAIN-END.

      ******************************************************************
       0000-MAIN-START.

           PERFORM 0010-INIT-START   THRU 0010-INIT-END.
           PERFORM 0030-SIGNON-START THRU 0030-SIGNON-END.

      * Gestion des habilitations : reservee aux approbateurs
           IF WS-OPER-ROLE NOT = 'APPROVER' THEN
               DISPLAY 'Menu reserve aux operateurs APPROVER.'
               EXEC SQL DISCONNECT ALL END-EXEC
               GO TO 0000-MAIN-END
           END-IF.

      * Journal partage : on accumule, jamais d'ecrase
           OPEN EXTEND CHANGELOG.
           IF REC-CHG-STATUS NOT = '00'
               OPEN OUTPUT CHANGELOG
           END-IF.

           MOVE SPACE TO WS-OPERATION.
           PERFORM UNTIL WS-OPERATION = 'Q'

               DISPLAY ' '
               DISPLAY '1) Ajouter un operateur'
               DISPLAY '2) Changer le role d''un operateur'
               DISPLAY '3) Desactiver / reactiver un operateur'
               DISPLAY '4) Reinitialiser un mot de passe'
               DISPLAY '5) Lister les operateurs'
               DISPLAY 'Q) Quitter'
               DISPLAY 'Choix : ' WITH NO ADVANCING
               ACCEPT WS-OPERATION

               EVALUATE WS-OPERATION
                   WHEN '1'
                       PERFORM 7010-INSERT-START THRU 7010-INSERT-END
                   WHEN '2'
                       PERFORM 7020-ROLE-START   THRU 7020-ROLE-END
                   WHEN '3'
                       PERFORM 7030-ACTIVE-START THRU 7030-ACTIVE-END
                   WHEN '4'
                       PERFORM 7035-PWD-START    THRU 7035-PWD-END
                   WHEN '5'
                       PERFORM 7040-LIST-START   THRU 7040-LIST-END
                   WHEN 'Q'
                       CONTINUE
                   WHEN 'q'
                       MOVE 'Q' TO WS-OPERATION
                   WHEN OTHER
                       DISPLAY 'Choix invalide.'
               END-EVALUATE
           END-PERFORM.

           CLOSE CHANGELOG.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
       0010-INIT-START.

      *****************************************
      *  Creation de la table des operateurs  *
      *  si absente (meme CREATE dans le      *
      *  0030-SIGNON-START de chaque          *
      *  programme interactif). Table vide :  *
      *  premier passage, on cree le premier  *
      *  operateur, forcement APPROVER, sans  *
      *  sign-on - c'est lui qui declarera    *
      *  les autres.                          *
      *****************************************

           EXEC SQL
               CREATE TABLE IF NOT EXISTS operator
                   (operator_id VARCHAR(20),
                    name        VARCHAR(50),
                    role        VARCHAR(10),
                    pwd_hash    VARCHAR(32),
                    active      CHAR(1) DEFAULT 'Y',
                    created     TIMESTAMP)
           END-EXEC.
           EXEC SQL COMMIT WORK END-EXEC.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-FOUND-COUNT
               FROM operator
           END-EXEC.

           IF SQL-FOUND-COUNT NOT = 0 THEN
               GO TO 0010-INIT-END
           END-IF.

           DISPLAY 'Aucun operateur declare : creation du premier '
               'approbateur.'.
           INITIALIZE OPERATOR-REC.
           DISPLAY 'Code operateur : ' WITH NO ADVANCING.
           ACCEPT OR-OPERATOR-ID.
           DISPLAY 'Nom : ' WITH NO ADVANCING.
           ACCEPT OR-NAME.
           DISPLAY 'Mot de passe : ' WITH NO ADVANCING.
           ACCEPT OR-PWD.

           IF OR-OPERATOR-ID = SPACE OR OR-PWD = SPACE THEN
               DISPLAY 'Code ou mot de passe vide, abandon.'
               EXEC SQL DISCONNECT ALL END-EXEC
               STOP RUN
           END-IF.

           EXEC SQL
               INSERT INTO operator
                   (operator_id, name, role, pwd_hash, active,
                    created)
               VALUES (TRIM(:OR-OPERATOR-ID), :OR-NAME, 'APPROVER',
                       MD5(TRIM(:OR-OPERATOR-ID) || TRIM(:OR-PWD)),
                       'Y', CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE = 0 THEN
               EXEC SQL COMMIT WORK END-EXEC
               DISPLAY 'Operateur ' OR-OPERATOR-ID
                   ' cree (APPROVER).'
           ELSE
               PERFORM 1001-ERROR-RTN-START THRU 1001-ERROR-RTN-END
           END-IF.

       0010-INIT-END.
           EXIT.

      ******************************************************************
       0030-SIGNON-START.

      *****************************************
      *  Identification de l'operateur. Meme  *
      *  paragraphe dans tous les programmes  *
      *  interactifs (maintdb, suppdb,        *
      *  countrydb, phrasedb, rgpddb, campdb, *
      *  dedupdb, repairdb, undodb) :         *
      *  trois essais puis fin de session.    *
      *  Le role rendu (VIEWER, EDITOR,       *
      *  APPROVER) commande les options       *
      *  permises, l'id signe le journal.     *
      *****************************************

           EXEC SQL
               CREATE TABLE IF NOT EXISTS operator
                   (operator_id VARCHAR(20),
                    name        VARCHAR(50),
                    role        VARCHAR(10),
                    pwd_hash    VARCHAR(32),
                    active      CHAR(1) DEFAULT 'Y',
                    created     TIMESTAMP)
           END-EXEC.
           EXEC SQL COMMIT WORK END-EXEC.

           MOVE ZERO  TO WS-SIGNON-TRIES.
           MOVE SPACE TO WS-OPER-ROLE.
           PERFORM UNTIL WS-OPER-ROLE NOT = SPACE
                      OR WS-SIGNON-TRIES = 3
               ADD 1 TO WS-SIGNON-TRIES
               INITIALIZE SQL-OPERATOR
               DISPLAY 'Operateur : ' WITH NO ADVANCING
               ACCEPT SQL-OP-ID
               DISPLAY 'Mot de passe : ' WITH NO ADVANCING
               ACCEPT SQL-OP-PWD

      * COALESCE(MAX(...)) : toujours une ligne rendue, operateur
      * inconnu, inactif ou mauvais mot de passe = role espace
               EXEC SQL
                   SELECT COALESCE(MAX(role), ' ')
                   INTO :SQL-OP-ROLE
                   FROM operator
                   WHERE operator_id = TRIM(:SQL-OP-ID)
                     AND pwd_hash    =
                         MD5(TRIM(:SQL-OP-ID) || TRIM(:SQL-OP-PWD))
                     AND active      = 'Y'
               END-EXEC

               IF SQLCODE = 0 THEN
                   MOVE SQL-OP-ROLE TO WS-OPER-ROLE
               END-IF
               IF WS-OPER-ROLE = SPACE THEN
                   DISPLAY 'Operateur ou mot de passe incorrect.'
               END-IF
           END-PERFORM.

           IF WS-OPER-ROLE = SPACE THEN
               DISPLAY 'Acces refuse, fin de session.'
               EXEC SQL DISCONNECT ALL END-EXEC
               STOP RUN
           END-IF.

           MOVE SQL-OP-ID TO WS-OPER-ID.
           MOVE SPACE     TO SQL-OP-PWD.
           DISPLAY 'Operateur ' WS-OPER-ID ' connecte (' WS-OPER-ROLE
               ').'.

       0030-SIGNON-END.
           EXIT.

      ******************************************************************
       7010-INSERT-START.

      *****************************************
      *  Declaration d'un nouvel operateur    *
      *****************************************

           INITIALIZE OPERATOR-REC.

           DISPLAY 'Code operateur : ' WITH NO ADVANCING.
           ACCEPT OR-OPERATOR-ID.
           IF OR-OPERATOR-ID = SPACE THEN
               DISPLAY 'Code vide, abandon.'
               GO TO 7010-INSERT-END
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-FOUND-COUNT
               FROM operator
               WHERE operator_id = TRIM(:OR-OPERATOR-ID)
           END-EXEC.

           IF SQL-FOUND-COUNT NOT = 0 THEN
               DISPLAY 'Operateur deja declare.'
               GO TO 7010-INSERT-END
           END-IF.

           DISPLAY 'Nom : ' WITH NO ADVANCING.
           ACCEPT OR-NAME.
           DISPLAY 'Role (VIEWER/EDITOR/APPROVER) : '
               WITH NO ADVANCING.
           ACCEPT OR-ROLE.
           MOVE FUNCTION UPPER-CASE(OR-ROLE) TO OR-ROLE.
           IF OR-ROLE NOT = 'VIEWER' AND OR-ROLE NOT = 'EDITOR'
              AND OR-ROLE NOT = 'APPROVER' THEN
               DISPLAY 'Role inconnu, abandon.'
               GO TO 7010-INSERT-END
           END-IF.
           DISPLAY 'Mot de passe initial : ' WITH NO ADVANCING.
           ACCEPT OR-PWD.
           IF OR-PWD = SPACE THEN
               DISPLAY 'Mot de passe vide, abandon.'
               GO TO 7010-INSERT-END
           END-IF.

           EXEC SQL
               INSERT INTO operator
                   (operator_id, name, role, pwd_hash, active,
                    created)
               VALUES (TRIM(:OR-OPERATOR-ID), :OR-NAME, :OR-ROLE,
                       MD5(TRIM(:OR-OPERATOR-ID) || TRIM(:OR-PWD)),
                       'Y', CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE = 0 THEN
               MOVE OR-OPERATOR-ID    TO WS-CL-ID
               MOVE SPACE             TO WS-CL-OLD-CODE
               MOVE OR-ROLE           TO WS-CL-NEW-CODE
               MOVE '7010-OPER-ADD'   TO WS-CL-PARAGRAPH
               PERFORM 9010-JOURNAL-START THRU 9010-JOURNAL-END
               EXEC SQL COMMIT WORK END-EXEC
               DISPLAY 'Operateur ajoute.'
           ELSE
               PERFORM 1002-SQL-WARN-START THRU 1002-SQL-WARN-END
           END-IF.

       7010-INSERT-END.
           EXIT.

      ******************************************************************
       7020-ROLE-START.

      *****************************************
      *  Changement de role. On ne retire pas *
      *  ses propres droits d'approbateur :   *
      *  le dernier APPROVER bloquerait le    *
      *  menu pour tout le monde.             *
      *****************************************

           INITIALIZE OPERATOR-REC.

           DISPLAY 'Code operateur : ' WITH NO ADVANCING.
           ACCEPT OR-OPERATOR-ID.

           IF OR-OPERATOR-ID = WS-OPER-ID THEN
               DISPLAY 'On ne change pas son propre role.'
               GO TO 7020-ROLE-END
           END-IF.

           EXEC SQL
               SELECT COALESCE(MAX(role), ' ') INTO :SQL-OLD-VALUE
               FROM operator
               WHERE operator_id = TRIM(:OR-OPERATOR-ID)
           END-EXEC.

           IF SQL-OLD-VALUE = SPACE THEN
               DISPLAY 'Operateur inconnu.'
               GO TO 7020-ROLE-END
           END-IF.

           DISPLAY 'Role actuel : ' SQL-OLD-VALUE.
           DISPLAY 'Nouveau role (VIEWER/EDITOR/APPROVER) : '
               WITH NO ADVANCING.
           ACCEPT OR-ROLE.
           MOVE FUNCTION UPPER-CASE(OR-ROLE) TO OR-ROLE.
           IF OR-ROLE NOT = 'VIEWER' AND OR-ROLE NOT = 'EDITOR'
              AND OR-ROLE NOT = 'APPROVER' THEN
               DISPLAY 'Role inconnu, abandon.'
               GO TO 7020-ROLE-END
           END-IF.

           EXEC SQL
               UPDATE operator
               SET role = :OR-ROLE
               WHERE operator_id = TRIM(:OR-OPERATOR-ID)
           END-EXEC.

           IF SQLCODE = 0 THEN
               MOVE OR-OPERATOR-ID    TO WS-CL-ID
               MOVE SQL-OLD-VALUE     TO WS-CL-OLD-CODE
               MOVE OR-ROLE           TO WS-CL-NEW-CODE
               MOVE '7020-OPER-ROLE'  TO WS-CL-PARAGRAPH
               PERFORM 9010-JOURNAL-START THRU 9010-JOURNAL-END
               EXEC SQL COMMIT WORK END-EXEC
               DISPLAY 'Role mis a jour.'
           ELSE
               PERFORM 1002-SQL-WARN-START THRU 1002-SQL-WARN-END
           END-IF.

       7020-ROLE-END.
           EXIT.

      ******************************************************************
       7030-ACTIVE-START.

      *****************************************
      *  Desactivation (depart, absence) ou   *
      *  reactivation d'un operateur : le     *
      *  flag bascule Y <-> N. Pas sur son    *
      *  propre code, comme 7020-ROLE-START.  *
      *****************************************

           INITIALIZE OPERATOR-REC.

           DISPLAY 'Code operateur : ' WITH NO ADVANCING.
           ACCEPT OR-OPERATOR-ID.

           IF OR-OPERATOR-ID = WS-OPER-ID THEN
               DISPLAY 'On ne desactive pas son propre code.'
               GO TO 7030-ACTIVE-END
           END-IF.

           EXEC SQL
               SELECT COALESCE(MAX(active), ' ') INTO :SQL-OLD-VALUE
               FROM operator
               WHERE operator_id = TRIM(:OR-OPERATOR-ID)
           END-EXEC.

           IF SQL-OLD-VALUE = SPACE THEN
               DISPLAY 'Operateur inconnu.'
               GO TO 7030-ACTIVE-END
           END-IF.

           IF SQL-OLD-VALUE = 'Y' THEN
               MOVE 'N' TO OR-ACTIVE
               DISPLAY 'Desactiver l''operateur (O/N) : '
                   WITH NO ADVANCING
           ELSE
               MOVE 'Y' TO OR-ACTIVE
               DISPLAY 'Reactiver l''operateur (O/N) : '
                   WITH NO ADVANCING
           END-IF.
           ACCEPT WS-CONFIRM.

           IF WS-CONFIRM NOT = 'O' AND WS-CONFIRM NOT = 'o' THEN
               DISPLAY 'Annule.'
               GO TO 7030-ACTIVE-END
           END-IF.

           EXEC SQL
               UPDATE operator
               SET active = :OR-ACTIVE
               WHERE operator_id = TRIM(:OR-OPERATOR-ID)
           END-EXEC.

           IF SQLCODE = 0 THEN
               MOVE OR-OPERATOR-ID     TO WS-CL-ID
               MOVE SQL-OLD-VALUE      TO WS-CL-OLD-CODE
               MOVE OR-ACTIVE          TO WS-CL-NEW-CODE
               MOVE '7030-OPER-ACTIVE' TO WS-CL-PARAGRAPH
               PERFORM 9010-JOURNAL-START THRU 9010-JOURNAL-END
               EXEC SQL COMMIT WORK END-EXEC
               DISPLAY 'Operateur mis a jour.'
           ELSE
               PERFORM 1002-SQL-WARN-START THRU 1002-SQL-WARN-END
           END-IF.

       7030-ACTIVE-END.
           EXIT.

      ******************************************************************
       7035-PWD-START.

      *****************************************
      *  Reinitialisation d'un mot de passe   *
      *  oublie. Le journal ne porte que le   *
      *  fait, jamais la valeur.              *
      *****************************************

           INITIALIZE OPERATOR-REC.

           DISPLAY 'Code operateur : ' WITH NO ADVANCING.
           ACCEPT OR-OPERATOR-ID.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-FOUND-COUNT
               FROM operator
               WHERE operator_id = TRIM(:OR-OPERATOR-ID)
           END-EXEC.

           IF SQL-FOUND-COUNT = 0 THEN
               DISPLAY 'Operateur inconnu.'
               GO TO 7035-PWD-END
           END-IF.

           DISPLAY 'Nouveau mot de passe : ' WITH NO ADVANCING.
           ACCEPT OR-PWD.
           IF OR-PWD = SPACE THEN
               DISPLAY 'Mot de passe vide, abandon.'
               GO TO 7035-PWD-END
           END-IF.

           EXEC SQL
               UPDATE operator
               SET pwd_hash = MD5(TRIM(:OR-OPERATOR-ID) ||
                                  TRIM(:OR-PWD))
               WHERE operator_id = TRIM(:OR-OPERATOR-ID)
           END-EXEC.

           IF SQLCODE = 0 THEN
               MOVE OR-OPERATOR-ID    TO WS-CL-ID
               MOVE '********'        TO WS-CL-OLD-CODE
               MOVE '********'        TO WS-CL-NEW-CODE
               MOVE '7035-OPER-PWD'   TO WS-CL-PARAGRAPH
               PERFORM 9010-JOURNAL-START THRU 9010-JOURNAL-END
               EXEC SQL COMMIT WORK END-EXEC
               DISPLAY 'Mot de passe reinitialise.'
           ELSE
               PERFORM 1002-SQL-WARN-START THRU 1002-SQL-WARN-END
           END-IF.

           MOVE SPACE TO OR-PWD.

       7035-PWD-END.
           EXIT.

      ******************************************************************
       7040-LIST-START.

      *****************************************
      *   Liste des operateurs declares       *
      *****************************************

           EXEC SQL
               DECLARE CROPER CURSOR FOR
               SELECT operator_id, COALESCE(name, ' '), role,
                      COALESCE(active, 'Y'),
                      COALESCE(TO_CHAR(created, 'YYYY-MM-DD'), ' ')
               FROM operator
               ORDER BY operator_id
           END-EXEC.

           EXEC SQL
               OPEN CROPER
           END-EXEC.

           PERFORM UNTIL SQLCODE = +100
               EXEC SQL
                   FETCH CROPER
                   INTO :OR-OPERATOR-ID, :OR-NAME, :OR-ROLE,
                        :OR-ACTIVE, :OR-CREATED
               END-EXEC

               IF SQLCODE = 0 THEN
                   DISPLAY OR-OPERATOR-ID ' ' OR-NAME(1:30) ' '
                       OR-ROLE ' ' OR-ACTIVE ' ' OR-CREATED
               END-IF
           END-PERFORM.

           EXEC SQL
               CLOSE CROPER
           END-EXEC.

       7040-LIST-END.
           EXIT.

      ******************************************************************
       9010-JOURNAL-START.

      *****************************************
      *  Ecriture d'une ligne du journal :    *
      *  l'appelant a rempli id, valeurs et   *
      *  paragraphe, on complete avec la date *
      *  du jour, l'operateur connecte et     *
      *  l'horodatage AAAAMMJJHHMMSS (meme    *
      *  paragraphe dans les programmes       *
      *  interactifs)                         *
      *****************************************

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO WS-CL-RUN-DATE.
           MOVE WS-OPER-ID  TO WS-CL-OPERATOR.
           STRING WS-RUN-DATE        DELIMITED BY SIZE
                  WS-RUN-TIME (1:6)  DELIMITED BY SIZE
                  INTO WS-CL-STAMP
           END-STRING.

           MOVE WS-CHANGELOG-LINE TO CHANGELOG-ENTRY.
           WRITE CHANGELOG-ENTRY.

       9010-JOURNAL-END.
           EXIT.

      ******************************************************************
      *                     ERROR SQL MGMT                             *
      ******************************************************************
      * Connexion initiale uniquement : sans base, le programme ne
      * peut rien faire d'autre que s'arreter.
       1001-ERROR-RTN-START.
           DISPLAY "*** SQL ERROR ***".
           DISPLAY "SQLCODE: " SQLCODE SPACE.
           EVALUATE SQLCODE
              WHEN  +100
                 DISPLAY "Record not found"
              WHEN  -01
                 DISPLAY "Connection failed"
              WHEN  -20
                 DISPLAY "Internal error"
              WHEN  -30
                 DISPLAY "PostgreSQL error"
                 DISPLAY "ERRCODE:" SPACE SQLSTATE
                 DISPLAY SQLERRMC
                 EXEC SQL
                     ROLLBACK
                 END-EXEC
              WHEN  OTHER
                 DISPLAY "Undefined error"
                 DISPLAY "ERRCODE:" SPACE SQLSTATE
                 DISPLAY SQLERRMC
           END-EVALUATE.
       1001-ERROR-RTN-END.
           STOP RUN.

      * Erreur sur une operation du menu : on affiche et on revient
      * au menu plutot que de tuer la session interactive, comme le
      * 1002-SQL-WARN-START de maintdb.
       1002-SQL-WARN-START.
           DISPLAY "*** SQL ERROR ***".
           DISPLAY "SQLCODE: " SQLCODE SPACE.
           EVALUATE SQLCODE
              WHEN  +100
                 DISPLAY "Record not found"
              WHEN  -20
                 DISPLAY "Internal error"
              WHEN  -30
                 DISPLAY "PostgreSQL error"
                 DISPLAY "ERRCODE:" SPACE SQLSTATE
                 DISPLAY SQLERRMC
                 EXEC SQL
                     ROLLBACK
                 END-EXEC
              WHEN  OTHER
                 DISPLAY "Undefined error"
                 DISPLAY "ERRCODE:" SPACE SQLSTATE
                 DISPLAY SQLERRMC
           END-EVALUATE.
           DISPLAY "Operation annulee, retour au menu.".
       1002-SQL-WARN-END.
           EXIT.
      ******************************************************************
