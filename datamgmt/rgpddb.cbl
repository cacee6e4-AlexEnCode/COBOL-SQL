           FILE STATUS IS REC-MST-STATUS.

      * Journal des corrections partage (payssql/dedupdb/repairdb/
      * undodb) : l'id du contact y apparait, on le recense ; les
      * demandes et validations d'effacement y sont tracees
           SELECT CHANGELOG ASSIGN TO 'changelog.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           05  CLR-PARAGRAPH     PIC X(20).
           05  FILLER            PIC X(01).
           05  CLR-RUN-DATE      PIC 9(08).
           05  FILLER            PIC X(01).
           05  CLR-OPERATOR      PIC X(20).
           05  FILLER            PIC X(01).
           05  CLR-STAMP         PIC X(14).

      * Meme dessin que WS-EXC-COUNTRY-LINE de payssql
       FD EXCEPTION-COUNTRY
           05  MH-COUNTRY        PIC X(50).
           05  FILLER            PIC X(01).
           05  MH-PHRASE         PIC X(50).
           05  FILLER            PIC X(01).
           05  MH-CAMPAIGN       PIC X(20).
           05  FILLER            PIC X(01).
           05  MH-RUN-ID         PIC 9(10).

       FD ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD
       01  WS-OPERATION          PIC X(01) VALUE SPACE.
       01  WS-CONFIRM            PIC X(01) VALUE SPACE.
       01  WS-SEARCH-KEY         PIC X(50) VALUE SPACE.
       01  WS-PENDING-IN         PIC X(10) VALUE SPACE.
       01  WS-RUN-DATE           PIC 9(08) VALUE ZERO.
       01  WS-RUN-TIME           PIC 9(08) VALUE ZERO.

      *****************************************
      *             VARIABLE ALGO             *
       01  WS-TOTAL-COUNTER      PIC 9(05) VALUE ZERO.
       01  WS-BLANK-COUNTER      PIC 9(05) VALUE ZERO.
       01  WS-READ-DONE          PIC X(01) VALUE 'N'.
       01  WS-EFFACE-ERROR       PIC X(01) VALUE 'N'.

      * Meme dessin que WS-ARCHIVE-LINE d'archpurg : sert a reperer
      * et a epurer la ligne d'un contact dans un fichier archive
           05  FILLER            PIC X(01) VALUE ','.
           05  ARC-LAST-MODIFIED PIC X(19).

      * Ligne du certificat d'effacement : id, date, operateurs
      * (demandeur/approbateur)
       01  WS-CERT-LINE.
           05  WS-CERT-ID        PIC X(50).
           05  FILLER            PIC X(01) VALUE ','.
           05  FILLER            PIC X(01) VALUE ','.
           05  WS-CERT-OPERATOR  PIC X(30).

      *****************************************
      *           VARIABLE OPERATEUR          *
      *****************************************
      * Operateur identifie par 0030-SIGNON-START (meme bloc dans
      * tous les programmes interactifs, table tenue par operdb)
       01  WS-OPER-ID            PIC X(20) VALUE SPACE.
       01  WS-OPER-ROLE          PIC X(10) VALUE SPACE.
       01  WS-SIGNON-TRIES       PIC 9(01) VALUE ZERO.

      * Meme dessin d'enregistrement que WS-CHANGELOG-LINE de payssql
      * (journal partage) : demande (DEMANDE), validation (EFFACE)
      * ou rejet (REJET) d'un effacement
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
       01  SQL-MAIL-COUNT       PIC 9(10).
       01  SQL-MAIL-LAST        PIC X(19).

      * Adresse postale du contact (contact_address)
       01  SQL-ADDRESS.
           05  SQL-AD-SEQ           PIC 9(05).
           05  SQL-AD-STREET1       PIC X(50).
           05  SQL-AD-POSTCODE      PIC X(10).
           05  SQL-AD-CITY          PIC X(50).
           05  SQL-AD-COUNTRY       PIC X(10).
           05  SQL-AD-MAILING       PIC X(01).

      * Demande en attente de validation (meme table que dans
      * countrydb) : ici EFFACE, cle = id du contact
       01  PENDING-ACTION.
           05  PA-PENDING-ID        PIC 9(10).
           05  PA-ACTION-TYPE       PIC X(10).
           05  PA-TARGET-KEY        PIC X(50).
           05  PA-TARGET-KEY2       PIC X(50).
           05  PA-REQUESTED-BY      PIC X(20).
           05  PA-REQUESTED-AT      PIC X(16).
           05  PA-STATUS            PIC X(10).
           05  PA-DECIDED-BY        PIC X(20).

      * Saisie du sign-on (meme groupe que dans operdb)
       01  SQL-OPERATOR.
           05  SQL-OP-ID            PIC X(20).
           05  SQL-OP-PWD           PIC X(20).
           05  SQL-OP-ROLE          PIC X(10).
           05  SQL-OP-COUNT         PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
           ACCEPT WS-ARCHIVE-FILENAME
               FROM ENVIRONMENT "RGPDDB_ARCHIVE".

      * Provenance du contact et evenements qualite par fournisseur
      * (idempotent) : un effacement est impute au fournisseur
           EXEC SQL
               ALTER TABLE databank
               ADD COLUMN IF NOT EXISTS supplier_id VARCHAR(20)
           END-EXEC.

           EXEC SQL
               CREATE TABLE IF NOT EXISTS supplier_event
                   (supplier_id VARCHAR(20),
                    event_type  VARCHAR(10),
                    id          VARCHAR(50),
                    event_date  DATE)
           END-EXEC.

      * Evenements des contacts pour les abonnes du flux (meme
      * CREATE dans maintdb et eventsql) : un effacement y part sans
      * autre donnee que l'id
           EXEC SQL
               CREATE TABLE IF NOT EXISTS change_event
                   (event_seq      SERIAL,
                    event_type     VARCHAR(10),
                    id             VARCHAR(50),
                    changed_fields VARCHAR(200),
                    event_ts       TIMESTAMP,
                    source_program VARCHAR(30))
           END-EXEC.

      * File des demandes a double validation (meme CREATE que
      * dans countrydb)
           EXEC SQL
               CREATE TABLE IF NOT EXISTS pending_action
                   (pending_id   SERIAL,
                    action_type  VARCHAR(10),
                    target_key   VARCHAR(50),
                    target_key2  VARCHAR(50),
                    requested_by VARCHAR(20),
                    requested_at TIMESTAMP,
                    status       VARCHAR(10),
                    decided_by   VARCHAR(20),
                    decided_at   TIMESTAMP)
           END-EXEC.

      * Adresses postales (meme CREATE que dans loaddb et maintdb) :
      * elles font partie de l'extrait et de l'effacement
           EXEC SQL
               CREATE TABLE IF NOT EXISTS contact_address
                   (id           VARCHAR(50),
                    addr_seq     NUMERIC,
                    addr_type    VARCHAR(10),
                    street1      VARCHAR(50),
                    street2      VARCHAR(50),
                    postcode     VARCHAR(10),
                    city         VARCHAR(50),
                    country_code VARCHAR(10),
                    valid_from   DATE,
                    mailing      CHAR(1) DEFAULT 'N',
                    status       CHAR(1) DEFAULT 'V')
           END-EXEC.

           EXEC SQL COMMIT WORK END-EXEC.

           PERFORM 0030-SIGNON-START THRU 0030-SIGNON-END.

           MOVE SPACE TO WS-OPERATION.
           PERFORM UNTIL WS-OPERATION = 'Q'

               DISPLAY ' '
               DISPLAY '1) Extrait d''acces (droit d''acces)'
               DISPLAY '2) Demande d''effacement definitif (droit a '
                   'l''oubli)'
               DISPLAY '3) Valider les effacements en attente'
               DISPLAY 'Q) Quitter'
               DISPLAY 'Choix : ' WITH NO ADVANCING
               ACCEPT WS-OPERATION
                   WHEN '2'
                       PERFORM 7030-EFFACE-START
                           THRU 7030-EFFACE-END
                   WHEN '3'
                       PERFORM 7050-APPROVE-START
                           THRU 7050-APPROVE-END
                   WHEN 'Q'
                       CONTINUE
                   WHEN 'q'
       0000-MAIN-END.
           STOP RUN.

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
       7010-EXTRAIT-START.

      *****************************************
      *  Extrait d'acces : tout ce qui est    *
      *  detenu sur l'id ou l'email, magasin  *
      *  par magasin - databank, adresses,    *
      *  suppression, historique mailing,     *
      *  maitre hors ligne, journal des       *
      *  corrections, quarantaines, et le     *
      *  fichier archive designe par          *
      *  RGPDDB_ARCHIVE s'il y en a un.       *
      *  Ecrit dans extrait_rgpd.dat.         *
      *****************************************

           DISPLAY 'Id ou email du demandeur : ' WITH NO ADVANCING.
           WRITE EXTRAIT-ENTRY.

           PERFORM 7011-EXT-DBANK-START  THRU 7011-EXT-DBANK-END.
           PERFORM 7020-EXT-ADR-START    THRU 7020-EXT-ADR-END.
           PERFORM 7012-EXT-SUPP-START   THRU 7012-EXT-SUPP-END.
           PERFORM 7013-EXT-MAIL-START   THRU 7013-EXT-MAIL-END.
           PERFORM 7014-EXT-MASTER-START THRU 7014-EXT-MASTER-END.
       7019-EXT-MST-LINE-END.
           EXIT.

      ******************************************************************
       7020-EXT-ADR-START.

      *****************************************
      *  Adresses postales (contact_address)  *
      *  des contacts portant l'id ou         *
      *  l'email                              *
      *****************************************

           MOVE '--- adresses postales ---' TO EXTRAIT-ENTRY.
           WRITE EXTRAIT-ENTRY.

           EXEC SQL
               DECLARE CRRGPDADR CURSOR FOR
               SELECT addr_seq, COALESCE(street1, ' '),
                      COALESCE(postcode, ' '), COALESCE(city, ' '),
                      COALESCE(country_code, ' '),
                      COALESCE(mailing, 'N')
               FROM contact_address
               WHERE id = :SQL-KEY
                  OR id IN (SELECT id FROM databank
                            WHERE email = :SQL-KEY)
               ORDER BY id, addr_seq
           END-EXEC.

           EXEC SQL
               OPEN CRRGPDADR
           END-EXEC.

           MOVE ZERO TO SQL-FOUND-COUNT.
           PERFORM UNTIL SQLCODE = +100
               EXEC SQL
                   FETCH CRRGPDADR
                   INTO :SQL-AD-SEQ, :SQL-AD-STREET1,
                        :SQL-AD-POSTCODE, :SQL-AD-CITY,
                        :SQL-AD-COUNTRY, :SQL-AD-MAILING
               END-EXEC

               IF SQLCODE = 0 THEN
                   ADD 1 TO WS-TOTAL-COUNTER
                   ADD 1 TO SQL-FOUND-COUNT
                   INITIALIZE EXTRAIT-ENTRY
                   STRING SQL-AD-SEQ           DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          SQL-AD-STREET1(1:40) DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          SQL-AD-POSTCODE      DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          SQL-AD-CITY(1:30)    DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          SQL-AD-COUNTRY(1:5)  DELIMITED BY SIZE
                          ' courrier=' DELIMITED BY SIZE
                          SQL-AD-MAILING       DELIMITED BY SIZE
                          INTO EXTRAIT-ENTRY
                   END-STRING
                   WRITE EXTRAIT-ENTRY
               END-IF
           END-PERFORM.

           EXEC SQL
               CLOSE CRRGPDADR
           END-EXEC.

           IF SQL-FOUND-COUNT = 0 THEN
               MOVE 'Aucune trace.' TO EXTRAIT-ENTRY
               WRITE EXTRAIT-ENTRY
           END-IF.

       7020-EXT-ADR-END.
           EXIT.

      ******************************************************************
       7030-EFFACE-START.

      *****************************************
      *  Demande d'effacement definitif d'un  *
      *  contact, par id uniquement (pour un  *
      *  email, passer d'abord par l'extrait  *
      *  pour retrouver le ou les id).        *
      *  Action irreversible a double         *
      *  validation : on n'enregistre ici que *
      *  la demande (EFFACE) ; l'effacement   *
      *  lui-meme (7035-EFFACE-EXEC-START)    *
      *  n'a lieu que quand un second         *
      *  operateur APPROVER la valide par     *
      *  7050-APPROVE-START.                  *
      *****************************************

           IF WS-OPER-ROLE = 'VIEWER' THEN
               DISPLAY 'Profil VIEWER : consultation seulement.'
               GO TO 7030-EFFACE-END
           END-IF.

           DISPLAY 'Id du contact a effacer : ' WITH NO ADVANCING.
           MOVE SPACE TO WS-SEARCH-KEY.
           ACCEPT WS-SEARCH-KEY.
           END-IF.
           MOVE WS-SEARCH-KEY TO SQL-KEY.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-FOUND-COUNT
               FROM pending_action
               WHERE action_type = 'EFFACE'
                 AND target_key = :SQL-KEY
                 AND status = 'PENDING'
           END-EXEC.

           IF SQL-FOUND-COUNT NOT = 0 THEN
               DISPLAY 'Un effacement de cet id est deja en attente.'
               GO TO 7030-EFFACE-END
           END-IF.


           DISPLAY 'Lignes databank portant cet id : '
               SQL-FOUND-COUNT.
           DISPLAY 'Demander l''EFFACEMENT DEFINITIF (O/N) : '
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'O' AND WS-CONFIRM NOT = 'o'
               GO TO 7030-EFFACE-END
           END-IF.

           MOVE WS-OPER-ID TO PA-REQUESTED-BY.
           EXEC SQL
               INSERT INTO pending_action
                   (action_type, target_key, target_key2,
                    requested_by, requested_at, status)
               VALUES ('EFFACE', :SQL-KEY, ' ',
                       :PA-REQUESTED-BY, CURRENT_TIMESTAMP,
                       'PENDING')
           END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1002-SQL-WARN-START THRU 1002-SQL-WARN-END
               GO TO 7030-EFFACE-END
           END-IF.

           MOVE WS-SEARCH-KEY     TO WS-CL-ID.
           MOVE SPACE             TO WS-CL-OLD-CODE.
           MOVE 'DEMANDE'         TO WS-CL-NEW-CODE.
           MOVE '7030-EFFACE'     TO WS-CL-PARAGRAPH.
           PERFORM 9010-JOURNAL-START THRU 9010-JOURNAL-END.

           EXEC SQL COMMIT WORK END-EXEC.
           DISPLAY 'Demande enregistree, en attente de validation '
               'par un APPROVER.'.

       7030-EFFACE-END.
           EXIT.

      ******************************************************************
       7035-EFFACE-EXEC-START.

      *****************************************
      *  Effacement valide (appele par        *
      *  7050-APPROVE-START, SQL-KEY = id) :  *
      *  1. suppression physique de la ligne  *
      *     databank (pas le soft delete de   *
      *     maintdb) et de ses adresses ;     *
      *  2. retrait de la copie du maitre     *
      *     hors ligne master.idx ;           *
      *  3. epuration des champs personnels   *
      *     dans le fichier archive designe   *
      *     par RGPDDB_ARCHIVE ;              *
      *  4. ligne de certificat (id, date,    *
      *     demandeur/approbateur) dans       *
      *     rgpd_certificat.dat.              *
      *  L'opt-out (suppression) est conserve *
      *  volontairement : c'est lui qui       *
      *  garantit qu'un rechargement fortuit  *
      *  ne re-sollicitera pas la personne.   *
      *  Le COMMIT est laisse a l'appelant,   *
      *  avec la cloture de la demande.       *
      *****************************************

           MOVE 'N' TO WS-EFFACE-ERROR.

      * Effacement impute au fournisseur du contact avant que la
      * ligne (et sa provenance) ne disparaisse, meme unite de
      * travail que la suppression
           EXEC SQL
               INSERT INTO supplier_event
                   (supplier_id, event_type, id, event_date)
               SELECT supplier_id, 'EFFACE', id, CURRENT_DATE
               FROM databank
               WHERE id = :SQL-KEY
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1002-SQL-WARN-START THRU 1002-SQL-WARN-END
               MOVE 'Y' TO WS-EFFACE-ERROR
               GO TO 7035-EFFACE-EXEC-END
           END-IF.

      * Evenement EFFACE pour les abonnes du flux, qui doivent
      * effacer leur copie ; seulement si la ligne existe encore
           EXEC SQL
               INSERT INTO change_event
                   (event_type, id, changed_fields, event_ts,
                    source_program)
               SELECT 'EFFACE', id, '*', CURRENT_TIMESTAMP, 'rgpddb'
               FROM databank
               WHERE id = :SQL-KEY
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1002-SQL-WARN-START THRU 1002-SQL-WARN-END
               MOVE 'Y' TO WS-EFFACE-ERROR
               GO TO 7035-EFFACE-EXEC-END
           END-IF.

      * 1. databank : suppression physique, adresses postales d'abord
           EXEC SQL
               DELETE FROM contact_address
               WHERE id = :SQL-KEY
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1002-SQL-WARN-START THRU 1002-SQL-WARN-END
               MOVE 'Y' TO WS-EFFACE-ERROR
               GO TO 7035-EFFACE-EXEC-END
           END-IF.

           EXEC SQL
               DELETE FROM databank
               WHERE id = :SQL-KEY

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 1002-SQL-WARN-START THRU 1002-SQL-WARN-END
               MOVE 'Y' TO WS-EFFACE-ERROR
               GO TO 7035-EFFACE-EXEC-END
           END-IF.
           DISPLAY 'Ligne databank supprimee.'.

           IF REC-CERT-STATUS = '00'
               MOVE WS-SEARCH-KEY TO WS-CERT-ID
               MOVE WS-RUN-DATE   TO WS-CERT-DATE
               MOVE SPACE         TO WS-CERT-OPERATOR
               STRING PA-REQUESTED-BY DELIMITED BY SPACE
                      '/'             DELIMITED BY SIZE
                      WS-OPER-ID      DELIMITED BY SPACE
                      INTO WS-CERT-OPERATOR
               END-STRING
               MOVE WS-CERT-LINE  TO CERTIFICAT-ENTRY
               WRITE CERTIFICAT-ENTRY
               CLOSE CERTIFICAT
                   'la main.'
           END-IF.

       7035-EFFACE-EXEC-END.
           EXIT.

      ******************************************************************
       7040-ARCHBLANK-END.
           EXIT.

      ******************************************************************
       7050-APPROVE-START.

      *****************************************
      *  Validation des effacements en attente*
      *  (EFFACE), reservee aux APPROVER et   *
      *  jamais par l'auteur de la demande.   *
      *  Meme schema que le 7050-APPROVE-START*
      *  de countrydb : V execute             *
      *  l'effacement, R rejette la demande.  *
      *****************************************

           IF WS-OPER-ROLE NOT = 'APPROVER' THEN
               DISPLAY 'Validation reservee aux operateurs APPROVER.'
               GO TO 7050-APPROVE-END
           END-IF.

           INITIALIZE PENDING-ACTION.

           EXEC SQL
               DECLARE CRPENDING CURSOR FOR
               SELECT pending_id, target_key, requested_by,
                      TO_CHAR(requested_at, 'YYYY-MM-DD HH24:MI')
               FROM pending_action
               WHERE action_type = 'EFFACE'
                 AND status = 'PENDING'
               ORDER BY pending_id
           END-EXEC.

           EXEC SQL
               OPEN CRPENDING
           END-EXEC.

           MOVE ZERO TO SQL-FOUND-COUNT.
           PERFORM UNTIL SQLCODE = +100
               EXEC SQL
                   FETCH CRPENDING
                   INTO :PA-PENDING-ID, :PA-TARGET-KEY,
                        :PA-REQUESTED-BY, :PA-REQUESTED-AT
               END-EXEC

               IF SQLCODE = 0 THEN
                   ADD 1 TO SQL-FOUND-COUNT
                   DISPLAY PA-PENDING-ID ' ' PA-TARGET-KEY(1:20)
                       ' demande par ' PA-REQUESTED-BY ' le '
                       PA-REQUESTED-AT
               END-IF
           END-PERFORM.

           EXEC SQL
               CLOSE CRPENDING
           END-EXEC.

           IF SQL-FOUND-COUNT = 0 THEN
               DISPLAY 'Aucun effacement en attente.'
               GO TO 7050-APPROVE-END
           END-IF.

           DISPLAY 'Numero de la demande (vide = retour) : '
               WITH NO ADVANCING.
           ACCEPT WS-PENDING-IN.
           IF WS-PENDING-IN = SPACE THEN
               GO TO 7050-APPROVE-END
           END-IF.
           MOVE FUNCTION NUMVAL(WS-PENDING-IN) TO PA-PENDING-ID.

      * COALESCE(MAX(...)) : numero inconnu, d'un autre type ou
      * deja traite = cle espace
           EXEC SQL
               SELECT COALESCE(MAX(target_key), ' '),
                      COALESCE(MAX(requested_by), ' ')
               INTO :PA-TARGET-KEY, :PA-REQUESTED-BY
               FROM pending_action
               WHERE pending_id  = :PA-PENDING-ID
                 AND action_type = 'EFFACE'
                 AND status      = 'PENDING'
           END-EXEC.

           IF PA-TARGET-KEY = SPACE THEN
               DISPLAY 'Demande inconnue ou deja traitee.'
               GO TO 7050-APPROVE-END
           END-IF.

      * Quatre yeux : l'auteur de la demande ne la valide pas
           IF PA-REQUESTED-BY = WS-OPER-ID THEN
               DISPLAY 'Demande saisie par vous-meme : a valider par '
                   'un autre APPROVER.'
               GO TO 7050-APPROVE-END
           END-IF.

           DISPLAY 'Valider (V) ou rejeter (R) l''effacement de '
               PA-TARGET-KEY(1:20) ' : ' WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.

           EVALUATE WS-CONFIRM
               WHEN 'V'
               WHEN 'v'
                   MOVE 'APPROVED' TO PA-STATUS
               WHEN 'R'
               WHEN 'r'
                   MOVE 'REJECTED' TO PA-STATUS
               WHEN OTHER
                   DISPLAY 'Annule.'
                   GO TO 7050-APPROVE-END
           END-EVALUATE.

           IF PA-STATUS = 'APPROVED' THEN
               MOVE PA-TARGET-KEY TO WS-SEARCH-KEY
               MOVE PA-TARGET-KEY TO SQL-KEY
               PERFORM 7035-EFFACE-EXEC-START
                   THRU 7035-EFFACE-EXEC-END
               IF WS-EFFACE-ERROR = 'Y' THEN
                   GO TO 7050-APPROVE-END
               END-IF
           END-IF.

           MOVE WS-OPER-ID TO PA-DECIDED-BY.
           EXEC SQL
               UPDATE pending_action
               SET status     = :PA-STATUS,
                   decided_by = :PA-DECIDED-BY,
                   decided_at = CURRENT_TIMESTAMP
               WHERE pending_id = :PA-PENDING-ID
                 AND status     = 'PENDING'
           END-EXEC.

           IF SQLCODE NOT = 0 THEN
               PERFORM 1002-SQL-WARN-START THRU 1002-SQL-WARN-END
               GO TO 7050-APPROVE-END
           END-IF.

           MOVE PA-TARGET-KEY TO WS-CL-ID.
           IF PA-STATUS = 'APPROVED' THEN
               MOVE 'DEMANDE'     TO WS-CL-OLD-CODE
               MOVE 'EFFACE'      TO WS-CL-NEW-CODE
               DISPLAY 'Effacement execute.'
           ELSE
               MOVE 'DEMANDE'     TO WS-CL-OLD-CODE
               MOVE 'REJET'       TO WS-CL-NEW-CODE
               DISPLAY 'Demande rejetee.'
           END-IF.
           MOVE '7050-APPROVE' TO WS-CL-PARAGRAPH.
           PERFORM 9010-JOURNAL-START THRU 9010-JOURNAL-END.

           EXEC SQL COMMIT WORK END-EXEC.

       7050-APPROVE-END.
           EXIT.

      ******************************************************************
       9010-JOURNAL-START.

      *****************************************
      *  Ecriture d'une ligne du journal,     *
      *  meme paragraphe que dans operdb a    *
      *  ceci pres que le fichier, aussi lu   *
      *  par 7015-EXT-CHGLOG-START, n'est     *
      *  ouvert en ajout que le temps de      *
      *  l'ecriture                           *
      *****************************************

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO WS-CL-RUN-DATE.
           MOVE WS-OPER-ID  TO WS-CL-OPERATOR.
           STRING WS-RUN-DATE        DELIMITED BY SIZE
                  WS-RUN-TIME (1:6)  DELIMITED BY SIZE
                  INTO WS-CL-STAMP
           END-STRING.

           OPEN EXTEND CHANGELOG.
           IF REC-CHG-STATUS NOT = '00'
               OPEN OUTPUT CHANGELOG
           END-IF.
           MOVE WS-CHANGELOG-LINE TO CHANGELOG-REC.
           WRITE CHANGELOG-REC.
           CLOSE CHANGELOG.

       9010-JOURNAL-END.
           EXIT.

      ******************************************************************
      *                     ERROR SQL MGMT                             *
      ******************************************************************
