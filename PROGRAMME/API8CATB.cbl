       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8CATB.
      *===============================================================
      *    BATCH DE NUIT DE CATEGORISATION DES DEPENSES
      *    Affecte une categorie de depense (API8.CATEGOPE) a chaque
      *    operation au debit (TYPE_OP R, S, F, P, M, C) non annulee
      *    qui n'en a pas encore. Les regles actives
      *    d'API8.REGLECATEG (entretenues par API8CATR) sont chargees
      *    en table par PRIORITE croissante ; la premiere qui
      *    s'applique donne la categorie (ORIGINE 'R') :
      *       'T' le TYPE_OP de l'operation vaut la valeur de la regle
      *       'C' prelevement ('P') dont le creancier (ID_CREANCIER du
      *           mandat API8.MANDAT, garde par API8PREL dans
      *           REF_CONTREPARTIE) vaut la valeur de la regle
      *       'B' virement emis ('S') dont le beneficiaire (libelle
      *           du carnet ou nom du beneficiaire externe, garde par
      *           API8VIR dans REF_CONTREPARTIE) vaut la valeur
      *       'L' la valeur de la regle figure dans LIBELLE_OP
      *           (comparaison en majuscules)
      *    Sans regle applicable la categorie 'DIVE' est posee
      *    (ORIGINE 'D').
      *    Carte SYSIN optionnelle 'TOUT' : recategorise aussi les
      *    operations deja classees par regle ou par defaut, apres
      *    un changement de regles. Une categorie choisie par le
      *    client (ORIGINE 'C', ecran API8DETL) n'est jamais
      *    recalculee.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01  WS-PARAM-SAISIE               PIC X(80).
       01  WS-MODE-TOUT                  PIC X(1) VALUE 'N'.

      *    Regles actives, par priorite
       01  WS-NB-REGLES                  PIC S9(4) COMP VALUE 0.
       01  WS-MAX-REGLES                 PIC S9(4) COMP VALUE 300.
       01  WS-TAB-REGLES.
           05  WS-RGL OCCURS 300 TIMES.
               10  WS-RGL-TYPE           PIC X(1).
               10  WS-RGL-VALEUR         PIC X(30).
               10  WS-RGL-LONGUEUR       PIC S9(4) COMP.
               10  WS-RGL-CATEGORIE      PIC X(4).
       01  I-RGL                         PIC S9(4) COMP.

      *    Regle lue
       01  WS-TYPE-CRITERE               PIC X(1).
       01  WS-VALEUR-CRITERE             PIC X(30).
       01  WS-CODE-CATEGORIE             PIC X(4).

      *    Operation a classer
       01  WS-ID-OPERATION               PIC S9(9) COMP.
       01  WS-TYPE-OP                    PIC X(1).
       01  WS-LIBELLE-OP                 PIC X(30).
       01  WS-LIBELLE-MAJ                PIC X(30).
       01  WS-REF-CONTREPARTIE           PIC X(30).
       01  WS-CATEGORIE-OP               PIC X(4).
       01  WS-ORIGINE                    PIC X(1).
       01  WS-NB-OCCURRENCES             PIC S9(4) COMP.
       01  WS-REGLE-TROUVEE-SW           PIC X(1).
           88  REGLE-TROUVEE                       VALUE 'Y'.

       01  WS-NB-OPERATIONS              PIC 9(7) VALUE 0.
       01  WS-NB-PAR-REGLE               PIC 9(7) VALUE 0.
       01  WS-NB-PAR-DEFAUT              PIC 9(7) VALUE 0.

      *    Journal d'execution des batches (API8.JOURNALBATCH)
       01  WS-ID-JOURNAL          PIC S9(9) COMP.
       01  WS-JRN-LUS             PIC S9(9) COMP.
       01  WS-JRN-ECRITS          PIC S9(9) COMP.
       01  WS-JRN-REJETES         PIC S9(9) COMP.
       01  WS-JRN-RC              PIC S9(4) COMP.
       01  WS-JRN-NULL-IND        PIC S9(4) COMP.
       01  WS-JRN-SOLDE           PIC X VALUE 'N'.

       01  ERR-MSG.
           05  ERR-LONG      PIC S9(4) COMP VALUE +720.
           05  ERR-TXT       PIC X(72) OCCURS 10 TIMES.
       01  ERR-TXT-LONG      PIC S9(9) COMP VALUE 72.
       01  I                 PIC 99.

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.
           EXEC SQL
              SET CURRENT SQLID = 'API8'
           END-EXEC.

           EXEC SQL
              WHENEVER SQLERROR GOTO 9998-ERROR-DB2
           END-EXEC.

           PERFORM 0400-JOURNAL-DEBUT
              THRU 0400-JOURNAL-DEBUT-EXIT.

           MOVE SPACES TO WS-PARAM-SAISIE.
           ACCEPT WS-PARAM-SAISIE FROM SYSIN.
           IF WS-PARAM-SAISIE (1:4) = 'TOUT'
              MOVE 'Y' TO WS-MODE-TOUT
           END-IF.

           PERFORM 0500-CHARGER-REGLES
              THRU 0500-CHARGER-REGLES-EXIT.

           DISPLAY '=============================================='
           DISPLAY '*   CATEGORISATION DES DEPENSES               *'
           DISPLAY '*   REGLES ACTIVES : ' WS-NB-REGLES
           DISPLAY '*   RECATEGORISATION COMPLETE : ' WS-MODE-TOUT
           DISPLAY '=============================================='.

      *    Operations sans categorie ; en mode TOUT, toutes celles
      *    dont la categorie n'a pas ete choisie par le client
           EXEC SQL
              DECLARE CCATOPE CURSOR FOR
              SELECT O.ID_OPERATION, O.TYPE_OP,
                     VALUE(O.LIBELLE_OP, ' '),
                     VALUE(O.REF_CONTREPARTIE, ' ')
              FROM API8.OPERATION O
              WHERE O.TYPE_OP IN ('R', 'S', 'F', 'P', 'M', 'C')
                AND O.ANNULE NOT = 'Y'
                AND NOT EXISTS
                    (SELECT 1 FROM API8.CATEGOPE G
                     WHERE G.ID_OPERATION = O.ID_OPERATION
                       AND (G.ORIGINE = 'C' OR :WS-MODE-TOUT = 'N'))
              ORDER BY O.ID_OPERATION
           END-EXEC.

           EXEC SQL
              OPEN CCATOPE
           END-EXEC.

           PERFORM 1000-CLASSER-OPERATION
              THRU 1000-CLASSER-OPERATION-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CCATOPE
           END-EXEC.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       0500-CHARGER-REGLES.
           EXEC SQL
              DECLARE CREGLES CURSOR FOR
              SELECT TYPE_CRITERE, VALEUR_CRITERE, CODE_CATEGORIE
              FROM API8.REGLECATEG
              WHERE ACTIF = 'Y'
              ORDER BY PRIORITE, ID_REGLE
           END-EXEC.

           EXEC SQL
              OPEN CREGLES
           END-EXEC.

           PERFORM 0510-UNE-REGLE
              THRU 0510-UNE-REGLE-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CREGLES
           END-EXEC.

       0500-CHARGER-REGLES-EXIT.
           EXIT.

       0510-UNE-REGLE.
           EXEC SQL
              FETCH CREGLES
              INTO :WS-TYPE-CRITERE, :WS-VALEUR-CRITERE,
                   :WS-CODE-CATEGORIE
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO 0510-UNE-REGLE-EXIT
           END-IF.

           IF WS-NB-REGLES = WS-MAX-REGLES
              DISPLAY 'TABLE DES REGLES PLEINE - REGLE IGNOREE : '
                 WS-VALEUR-CRITERE
              GO TO 0510-UNE-REGLE-EXIT
           END-IF.

           ADD 1 TO WS-NB-REGLES.
           MOVE WS-TYPE-CRITERE TO WS-RGL-TYPE (WS-NB-REGLES).
           MOVE WS-VALEUR-CRITERE TO WS-RGL-VALEUR (WS-NB-REGLES).
           MOVE WS-CODE-CATEGORIE TO WS-RGL-CATEGORIE (WS-NB-REGLES).

      *    Mot-cle : longueur utile jusqu'au premier double blanc,
      *    un mot-cle peut donc contenir des blancs isoles
           IF WS-TYPE-CRITERE = 'L'
              INSPECT WS-VALEUR-CRITERE
                 CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
              MOVE WS-VALEUR-CRITERE TO WS-RGL-VALEUR (WS-NB-REGLES)
              MOVE 0 TO WS-RGL-LONGUEUR (WS-NB-REGLES)
              INSPECT WS-VALEUR-CRITERE
                 TALLYING WS-RGL-LONGUEUR (WS-NB-REGLES)
                 FOR CHARACTERS BEFORE INITIAL '  '
              IF WS-RGL-LONGUEUR (WS-NB-REGLES) = 0
                 SUBTRACT 1 FROM WS-NB-REGLES
              END-IF
           END-IF.

       0510-UNE-REGLE-EXIT.
           EXIT.

       1000-CLASSER-OPERATION.
           EXEC SQL
              FETCH CCATOPE
              INTO :WS-ID-OPERATION, :WS-TYPE-OP,
                   :WS-LIBELLE-OP, :WS-REF-CONTREPARTIE
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO 1000-CLASSER-OPERATION-EXIT
           END-IF.

           ADD 1 TO WS-NB-OPERATIONS.
           MOVE WS-LIBELLE-OP TO WS-LIBELLE-MAJ.
           INSPECT WS-LIBELLE-MAJ
              CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                      TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           MOVE 'N' TO WS-REGLE-TROUVEE-SW.
           PERFORM 1100-APPLIQUER-REGLE
              THRU 1100-APPLIQUER-REGLE-EXIT
              VARYING I-RGL FROM 1 BY 1
              UNTIL I-RGL > WS-NB-REGLES OR REGLE-TROUVEE.

           IF REGLE-TROUVEE
              MOVE 'R' TO WS-ORIGINE
              ADD 1 TO WS-NB-PAR-REGLE
           ELSE
              MOVE 'DIVE' TO WS-CATEGORIE-OP
              MOVE 'D' TO WS-ORIGINE
              ADD 1 TO WS-NB-PAR-DEFAUT
           END-IF.

           PERFORM 1200-ECRIRE-CATEGORIE
              THRU 1200-ECRIRE-CATEGORIE-EXIT.

      *    Le curseur continue sur un SQLCODE propre
           MOVE 0 TO SQLCODE.

       1000-CLASSER-OPERATION-EXIT.
           EXIT.

       1100-APPLIQUER-REGLE.
           EVALUATE WS-RGL-TYPE (I-RGL)
              WHEN 'T'
                 IF WS-TYPE-OP = WS-RGL-VALEUR (I-RGL) (1:1)
                    MOVE 'Y' TO WS-REGLE-TROUVEE-SW
                 END-IF
              WHEN 'C'
                 IF WS-TYPE-OP = 'P'
                    AND WS-REF-CONTREPARTIE = WS-RGL-VALEUR (I-RGL)
                    MOVE 'Y' TO WS-REGLE-TROUVEE-SW
                 END-IF
              WHEN 'B'
                 IF WS-TYPE-OP = 'S'
                    AND WS-REF-CONTREPARTIE NOT = SPACES
                    AND WS-REF-CONTREPARTIE = WS-RGL-VALEUR (I-RGL)
                    MOVE 'Y' TO WS-REGLE-TROUVEE-SW
                 END-IF
              WHEN 'L'
                 MOVE 0 TO WS-NB-OCCURRENCES
                 INSPECT WS-LIBELLE-MAJ
                    TALLYING WS-NB-OCCURRENCES
                    FOR ALL WS-RGL-VALEUR (I-RGL)
                            (1:WS-RGL-LONGUEUR (I-RGL))
                 IF WS-NB-OCCURRENCES > 0
                    MOVE 'Y' TO WS-REGLE-TROUVEE-SW
                 END-IF
           END-EVALUATE.

           IF REGLE-TROUVEE
              MOVE WS-RGL-CATEGORIE (I-RGL) TO WS-CATEGORIE-OP
           END-IF.

       1100-APPLIQUER-REGLE-EXIT.
           EXIT.

       1200-ECRIRE-CATEGORIE.
      *    Ligne existante (mode TOUT) mise a jour, sinon creee ; la
      *    garde sur ORIGINE protege le choix du client
           EXEC SQL
              UPDATE API8.CATEGOPE
              SET CODE_CATEGORIE = :WS-CATEGORIE-OP,
                  ORIGINE = :WS-ORIGINE,
                  DATE_MAJ = CURRENT DATE
              WHERE ID_OPERATION = :WS-ID-OPERATION
                AND ORIGINE NOT = 'C'
           END-EXEC.

           IF SQLCODE = 100
              EXEC SQL
                 INSERT INTO API8.CATEGOPE
                    (ID_OPERATION, CODE_CATEGORIE, ORIGINE, DATE_MAJ)
                 VALUES
                    (:WS-ID-OPERATION, :WS-CATEGORIE-OP,
                     :WS-ORIGINE, CURRENT DATE)
              END-EXEC
           END-IF.

       1200-ECRIRE-CATEGORIE-EXIT.
           EXIT.

       0400-JOURNAL-DEBUT.
           EXEC SQL
              SELECT MAX(ID_JOURNAL)
              INTO :WS-ID-JOURNAL :WS-JRN-NULL-IND
              FROM API8.JOURNALBATCH
           END-EXEC.

           IF WS-JRN-NULL-IND = -1
              MOVE 1 TO WS-ID-JOURNAL
           ELSE
              ADD 1 TO WS-ID-JOURNAL
           END-IF.

           EXEC SQL
              INSERT INTO API8.JOURNALBATCH
                 (ID_JOURNAL, NOM_PROGRAMME, DATE_EXECUTION,
                  HEURE_DEBUT, STATUT_EXEC)
              VALUES
                 (:WS-ID-JOURNAL, 'API8CATB', CURRENT DATE,
                  CURRENT TIME, 'L')
           END-EXEC.

       0400-JOURNAL-DEBUT-EXIT.
           EXIT.

       9000-JOURNAL-FIN.
      *    Verrou a un seul passage : une erreur DB2 dans cette mise
      *    a jour repasserait par 9998 puis par ici - on ne tente la
      *    cloture du journal qu'une fois
           IF WS-JRN-SOLDE = 'Y'
              GO TO 9000-JOURNAL-FIN-EXIT
           END-IF.
           MOVE 'Y' TO WS-JRN-SOLDE.

           EXEC SQL
              UPDATE API8.JOURNALBATCH
              SET HEURE_FIN = CURRENT TIME,
                  NB_LUS = :WS-JRN-LUS,
                  NB_ECRITS = :WS-JRN-ECRITS,
                  NB_REJETES = :WS-JRN-REJETES,
                  CODE_RETOUR = :WS-JRN-RC,
                  STATUT_EXEC = 'T'
              WHERE ID_JOURNAL = :WS-ID-JOURNAL
           END-EXEC.

       9000-JOURNAL-FIN-EXIT.
           EXIT.

       9998-ERROR-DB2.
            DISPLAY 'ERREUR DB2 '.
            DISPLAY 'MISE EN FORME SQLCA '.
            CALL 'DSNTIAR' USING SQLCA, ERR-MSG, ERR-TXT-LONG.
            PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
               DISPLAY ERR-TXT (I)
            END-PERFORM.

            PERFORM 9999-ERREUR-PROGRAMME-DEB
               THRU 9999-ERREUR-PROGRAMME-FIN.

      *
       9999-FIN-PROGRAMME-DEB.
      *
            MOVE WS-NB-OPERATIONS TO WS-JRN-LUS.
            MOVE WS-NB-OPERATIONS TO WS-JRN-ECRITS.
            MOVE 0 TO WS-JRN-REJETES.
            MOVE 0 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8CATB        '
            DISPLAY '   OPERATIONS CLASSEES  : ' WS-NB-OPERATIONS
            DISPLAY '   PAR REGLE            : ' WS-NB-PAR-REGLE
            DISPLAY '   EN DIVERS            : ' WS-NB-PAR-DEFAUT
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            MOVE WS-NB-OPERATIONS TO WS-JRN-LUS.
            MOVE WS-NB-OPERATIONS TO WS-JRN-ECRITS.
            MOVE 0 TO WS-JRN-REJETES.
            MOVE 8 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8CATB       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
