      *    (TYPE_OP = 'R') du jour sur API8.OPERATION et ecrit le
      *    solde de caisse resultant, pour rapprochement par le
      *    back-office.
      *    Les mouvements sont lus sur le fichier de travail
      *    FEXTJOUR de la journee fermee (API8EXTJ), trie par agence :
      *    le curseur des agences d'API8.COMPTE, dans le meme ordre,
      *    est rapproche du fichier ligne a ligne. Seule la
      *    reattribution des mutations d'agence, rare, reste en DB2.
      *    Les enveloppes de depot du distributeur de l'agence non
      *    encore verifiees par API8ENVV (API8.ENVELOPPE, statuts 'A'
      *    et 'C') sont editees sur une ligne dediee, au montant
      *    declare, en separant le credit provisoire (deja dans la
      *    part DAB des depots) du credit differe (hors caisse
      *    jusqu'au comptage).
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FCAISSE.

           SELECT FEXTJOUR ASSIGN TO INP027
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FEXTJOUR.

       DATA DIVISION.

       FILE SECTION.
       FD  FCAISSE
           RECORD CONTAINS 80 CHARACTERS.
       01  BUF-LIGNE-CAISSE          PIC X(80).
       FD  FEXTJOUR
           RECORD CONTAINS 80 CHARACTERS.
       01  BUF-LIGNE-EXTJ            PIC X(80).
       01  BUF-DETAIL-EXTJ REDEFINES BUF-LIGNE-EXTJ.
           05  BUF-EXJ-CODE          PIC X(2).
           05  BUF-EXJ-CODE-AGENCE   PIC X(4).
           05  BUF-EXJ-ID-COMPTE     PIC 9(9).
           05  BUF-EXJ-ID-OPERATION  PIC 9(9).
           05  BUF-EXJ-ID-CLIENT     PIC 9(9).
           05  BUF-EXJ-TYPE-COMPTE   PIC X(4).
           05  BUF-EXJ-TYPE-OP       PIC X(1).
           05  BUF-EXJ-MONTANT-OP    PIC S9(8)V99.
           05  BUF-EXJ-DATE-OP       PIC X(8).
           05  BUF-EXJ-DATE-COMPTA   PIC X(8).
           05  BUF-EXJ-CANAL         PIC X(1).
           05  BUF-EXJ-ANNULE        PIC X(1).
           05  FILLER                PIC X(14).

       WORKING-STORAGE SECTION.

       77  FS-FCAISSE                 PIC X(2).
       77  FS-FEXTJOUR                PIC X(2).

           EXEC SQL
              INCLUDE SQLCA
       01  WS-DATE-COMPTABLE          PIC X(8).

       01  WS-CODE-AGENCE-CUR         PIC X(4).

       01  WS-TOTAL-DEPOTS            PIC S9(9)V99 COMP-3.
       01  WS-TOTAL-RETRAITS          PIC S9(9)V99 COMP-3.
       01  WS-TOTAL-BILLETS           PIC S9(7) COMP-3.
       01  WS-TOTAL-BILLETS-EDIT      PIC ZZZZZZ9.

      *    Enveloppes de depot en attente de verification
       01  WS-ENV-PROVISOIRES         PIC S9(9)V99 COMP-3.
       01  WS-ENV-DIFFEREES           PIC S9(9)V99 COMP-3.
       01  WS-ENV-PROVISOIRES-EDIT    PIC -(7)9,99.
       01  WS-ENV-DIFFEREES-EDIT      PIC -(7)9,99.

      *    Reattribution des mutations d'agence (API8MUTA) : quand la
      *    caisse est rejouee pour une journee ANTERIEURE a la date
      *    d'effet d'une mutation deja executee, les mouvements de ce

       01  WS-NB-AGENCES              PIC 9(5) VALUE 0.

      *    Lecture du fichier de travail de la journee fermee
      *    (API8EXTJ) : controle de l'entete '01' et du pied '09'
       01  WS-FIN-EXTJ-SW            PIC X VALUE 'N'.
           88 FIN-EXTJ                     VALUE 'Y'.
       01  WS-EXJ-PIED-VU            PIC X VALUE 'N'.
       01  WS-EXJ-NB-LUS             PIC S9(9) COMP VALUE 0.
       01  WS-EXJ-TOTAL-LU           PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-EXJ-TOTAL-ENT          PIC 9(13).
       01  WS-EXJ-NB-ANNONCE         PIC 9(9).
       01  WS-EXJ-TOTAL-ANNONCE      PIC 9(13).

      *    Journal d'execution des batches (API8.JOURNALBATCH) :
      *    une ligne ouverte au lancement, soldee en fin avec les
      *    compteurs et le code retour - le rapport du matin
           PERFORM 6000-OPEN-CAISSE
              THRU 6000-OPEN-CAISSE-EXIT.

           PERFORM 6100-OPEN-EXTJ
              THRU 6100-OPEN-EXTJ-EXIT.

      *    Comptes ouverts avant la mise en place des agences -
      *    rattaches a l'agence siege par defaut, normalises dans le
      *    SELECT comme dans l'extraction pour garder le meme ordre
           EXEC SQL
              DECLARE CAGENCE CURSOR FOR
              SELECT DISTINCT
                     CASE WHEN VALUE(CODE_AGENCE, ' ') = ' '
                          THEN '0001'
                          ELSE CODE_AGENCE END
              FROM API8.COMPTE
              ORDER BY 1
           END-EXEC.

           EXEC SQL
              CLOSE CAGENCE
           END-EXEC.

           PERFORM 6120-CLOSE-EXTJ
              THRU 6120-CLOSE-EXTJ-EXIT.

           PERFORM 6220-CLOSE-CAISSE
              THRU 6220-CLOSE-CAISSE-EXIT.

       1000-TRAITER-AGENCE.
           EXEC SQL
              FETCH CAGENCE
              INTO :WS-CODE-AGENCE-CUR
           END-EXEC.

           IF SQLCODE = 0
              PERFORM 1100-CUMULER-MOUVEMENTS
                 THRU 1100-CUMULER-MOUVEMENTS-EXIT
              PERFORM 1200-ECRIRE-LIGNE-CAISSE
                 THRU 1200-ECRIRE-LIGNE-CAISSE-EXIT
              PERFORM 1300-CONTROLER-STOCK-DAB
                 THRU 1300-CONTROLER-STOCK-DAB-EXIT
              PERFORM 1400-ECRIRE-ENVELOPPES
                 THRU 1400-ECRIRE-ENVELOPPES-EXIT
           END-IF.

       1000-TRAITER-AGENCE-EXIT.

       1100-CUMULER-MOUVEMENTS.
           MOVE 0 TO WS-TOTAL-DEPOTS.
           MOVE 0 TO WS-TOTAL-RETRAITS.
           MOVE 0 TO WS-DEPOTS-DAB.
           MOVE 0 TO WS-RETRAITS-DAB.

      *    Lignes du fichier jusqu'a l'agence suivante ; une agence
      *    du fichier inconnue du curseur (compte supprime depuis)
      *    est passee sans cumul
           PERFORM 1110-CUMULER-LIGNE-EXTJ
              THRU 1110-CUMULER-LIGNE-EXTJ-EXIT
              UNTIL FIN-EXTJ
                 OR BUF-EXJ-CODE-AGENCE > WS-CODE-AGENCE-CUR.

           PERFORM 1150-REATTRIBUER-MUTATIONS
              THRU 1150-REATTRIBUER-MUTATIONS-EXIT.

           COMPUTE WS-SOLDE-CAISSE =
              WS-TOTAL-DEPOTS - WS-TOTAL-RETRAITS.

       1100-CUMULER-MOUVEMENTS-EXIT.
           EXIT.

       1110-CUMULER-LIGNE-EXTJ.
      *    Part automate : canal 'A' (repli 'G' pose par l'extraction
      *    pour les operations anterieures a la colonne CANAL)
           IF BUF-EXJ-CODE-AGENCE = WS-CODE-AGENCE-CUR
              EVALUATE BUF-EXJ-TYPE-OP
                 WHEN 'D'
                    ADD BUF-EXJ-MONTANT-OP TO WS-TOTAL-DEPOTS
                    IF BUF-EXJ-CANAL = 'A'
                       ADD BUF-EXJ-MONTANT-OP TO WS-DEPOTS-DAB
                    END-IF
                 WHEN 'R'
                    ADD BUF-EXJ-MONTANT-OP TO WS-TOTAL-RETRAITS
                    IF BUF-EXJ-CANAL = 'A'
                       ADD BUF-EXJ-MONTANT-OP TO WS-RETRAITS-DAB
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

           PERFORM 6110-READ-EXTJ
              THRU 6110-READ-EXTJ-EXIT.

       1110-CUMULER-LIGNE-EXTJ-EXIT.
           EXIT.

       1150-REATTRIBUER-MUTATIONS.
       1300-CONTROLER-STOCK-DAB-EXIT.
           EXIT.

       1400-ECRIRE-ENVELOPPES.
      *    Enveloppes du distributeur de l'agence deposees et pas
      *    encore verifiees, quelle que soit leur journee de depot
           MOVE 0 TO WS-ENV-PROVISOIRES.
           EXEC SQL
              SELECT SUM(MONTANT_DECLARE)
              INTO :WS-ENV-PROVISOIRES :WS-MONTANT-NULL-IND
              FROM API8.ENVELOPPE
              WHERE CODE_DAB = :WS-CODE-AGENCE-CUR
                AND STATUT_ENV IN ('A', 'C')
                AND MODE_CREDIT = 'P'
           END-EXEC.
           IF WS-MONTANT-NULL-IND = -1
              MOVE 0 TO WS-ENV-PROVISOIRES
           END-IF.

           MOVE 0 TO WS-ENV-DIFFEREES.
           EXEC SQL
              SELECT SUM(MONTANT_DECLARE)
              INTO :WS-ENV-DIFFEREES :WS-MONTANT-NULL-IND
              FROM API8.ENVELOPPE
              WHERE CODE_DAB = :WS-CODE-AGENCE-CUR
                AND STATUT_ENV IN ('A', 'C')
                AND MODE_CREDIT = 'D'
           END-EXEC.
           IF WS-MONTANT-NULL-IND = -1
              MOVE 0 TO WS-ENV-DIFFEREES
           END-IF.

           IF WS-ENV-PROVISOIRES = 0 AND WS-ENV-DIFFEREES = 0
              GO TO 1400-ECRIRE-ENVELOPPES-EXIT
           END-IF.

           MOVE WS-ENV-PROVISOIRES TO WS-ENV-PROVISOIRES-EDIT.
           MOVE WS-ENV-DIFFEREES TO WS-ENV-DIFFEREES-EDIT.
           MOVE SPACES TO BUF-LIGNE-CAISSE.
           STRING 'AGENCE=' DELIMITED BY SIZE
                  WS-CODE-AGENCE-CUR DELIMITED BY SIZE
                  ' ENVELOPPES EN ATTENTE PROVISOIRES='
                     DELIMITED BY SIZE
                  WS-ENV-PROVISOIRES-EDIT DELIMITED BY SIZE
                  ' DIFFEREES=' DELIMITED BY SIZE
                  WS-ENV-DIFFEREES-EDIT DELIMITED BY SIZE
                  INTO BUF-LIGNE-CAISSE.
           WRITE BUF-LIGNE-CAISSE.
           IF FS-FCAISSE NOT = '00'
               DISPLAY 'ERROR WRITING FCAISSE: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FCAISSE
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

       1400-ECRIRE-ENVELOPPES-EXIT.
           EXIT.

       6000-OPEN-CAISSE.
           OPEN OUTPUT FCAISSE.
           IF FS-FCAISSE NOT = '00'
       6220-CLOSE-CAISSE-EXIT.
           EXIT.

       6100-OPEN-EXTJ.
           OPEN INPUT FEXTJOUR.
           IF FS-FEXTJOUR NOT = '00'
               DISPLAY 'ERROR OPENING FEXTJOUR: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FEXTJOUR
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE SPACES TO BUF-LIGNE-EXTJ.
           READ FEXTJOUR
              AT END MOVE SPACES TO BUF-LIGNE-EXTJ
           END-READ.
           IF BUF-LIGNE-EXTJ(1:2) NOT = '01'
              OR BUF-LIGNE-EXTJ(3:8) NOT = 'FEXTJOUR'
               DISPLAY 'FEXTJOUR SANS ENTETE 01 - EXTRACTION '
                  'API8EXTJ NON PASSEE'
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

      *    Fichier d'une autre journee (extraction de la veille non
      *    relancee) : refuse plutot que traite pour la journee
           IF BUF-LIGNE-EXTJ(27:8) NOT = WS-DATE-COMPTABLE
               DISPLAY 'FEXTJOUR DE LA JOURNEE ' BUF-LIGNE-EXTJ(27:8)
                  ' - JOURNEE ATTENDUE ' WS-DATE-COMPTABLE
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           PERFORM 6110-READ-EXTJ
              THRU 6110-READ-EXTJ-EXIT.

       6100-OPEN-EXTJ-EXIT.
           EXIT.

       6110-READ-EXTJ.
           READ FEXTJOUR
              AT END SET FIN-EXTJ TO TRUE
           END-READ.
           IF FS-FEXTJOUR NOT = '00' AND FS-FEXTJOUR NOT = '10'
               DISPLAY 'ERROR READING FEXTJOUR: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FEXTJOUR
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

      *    Le pied '09' termine logiquement le fichier
           IF NOT FIN-EXTJ
              IF BUF-EXJ-CODE = '09'
                 MOVE 'Y' TO WS-EXJ-PIED-VU
                 MOVE BUF-LIGNE-EXTJ(3:9) TO WS-EXJ-NB-ANNONCE
                 MOVE BUF-LIGNE-EXTJ(12:13) TO WS-EXJ-TOTAL-ANNONCE
                 SET FIN-EXTJ TO TRUE
              ELSE
                 ADD 1 TO WS-EXJ-NB-LUS
                 ADD BUF-EXJ-MONTANT-OP TO WS-EXJ-TOTAL-LU
              END-IF
           END-IF.

       6110-READ-EXTJ-EXIT.
           EXIT.

       6120-CLOSE-EXTJ.
      *    Lecture menee jusqu'au pied, puis rapprochement du nombre
      *    de lignes et du total de controle : un fichier tronque ne
      *    passe pas pour la journee complete
           PERFORM 6110-READ-EXTJ
              THRU 6110-READ-EXTJ-EXIT
              UNTIL FIN-EXTJ.

           CLOSE FEXTJOUR.

           COMPUTE WS-EXJ-TOTAL-ENT = WS-EXJ-TOTAL-LU * 100.
           IF WS-EXJ-PIED-VU NOT = 'Y'
              OR WS-EXJ-NB-ANNONCE NOT = WS-EXJ-NB-LUS
              OR WS-EXJ-TOTAL-ANNONCE NOT = WS-EXJ-TOTAL-ENT
               DISPLAY 'FEXTJOUR TRONQUE OU INCOHERENT AVEC SON PIED'
               DISPLAY 'LIGNES ANNONCEES : ' WS-EXJ-NB-ANNONCE
                  ' LUES : ' WS-EXJ-NB-LUS
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

       6120-CLOSE-EXTJ-EXIT.
           EXIT.

       0400-JOURNAL-DEBUT.
           EXEC SQL
              SELECT MAX(ID_JOURNAL)
