       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8CATR.
      *===============================================================
      *    BATCH D'ENTRETIEN DES CATEGORIES DE DEPENSES ET DE LEURS
      *    REGLES D'AFFECTATION
      *    Chaque operation au debit recoit une categorie de depense
      *    (API8.CATEGOPE) posee par le batch de nuit API8CATB a
      *    partir des regles d'API8.REGLECATEG, examinees par
      *    PRIORITE croissante, la premiere qui s'applique gagnant :
      *       'T' type d'operation (VALEUR_CRITERE = TYPE_OP)
      *       'C' creancier du prelevement (ID_CREANCIER du mandat,
      *           porte par REF_CONTREPARTIE de l'operation 'P')
      *       'B' libelle du beneficiaire du virement (REF_
      *           CONTREPARTIE de l'operation 'S')
      *       'L' mot-cle recherche dans LIBELLE_OP
      *    Sans regle applicable l'operation tombe en 'DIVE' : la
      *    categorie 'DIVE' (divers) est a creer par une carte CAT
      *    avant le premier passage d'API8CATB.
      *
      *    SYSIN, une carte (action, code categorie, detail) :
      *       'CAT  code libelle(20)'
      *          cree la categorie ou en change le libelle
      *       'REGL code ppp t valeur(30)'
      *          ajoute une regle de priorite ppp, de type t, qui
      *          affecte la categorie code
      *       'DESA code nnnnnnnnn'
      *          desactive la regle nnnnnnnnn (le code est ignore)
      *       'LIST'
      *          liste les categories et les regles actives
      *    Les categories choisies par le client lui-meme depuis le
      *    detail d'operation (API8DETL) ne sont jamais recalculees.
      *    Chaque action est tracee sur API8.AUDITLOG.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01  WS-PARAM-SAISIE.
           05  WS-PARAM-ACTION            PIC X(4).
           05  FILLER                     PIC X(1).
           05  WS-PARAM-CATEGORIE         PIC X(4).
           05  FILLER                     PIC X(1).
           05  WS-PARAM-DETAIL            PIC X(70).
           05  WS-PARAM-LIBELLE REDEFINES WS-PARAM-DETAIL.
               10  WS-PARAM-LIB-CATEG     PIC X(20).
               10  FILLER                 PIC X(50).
           05  WS-PARAM-REGLE REDEFINES WS-PARAM-DETAIL.
               10  WS-PARAM-PRIORITE      PIC X(3).
               10  FILLER                 PIC X(1).
               10  WS-PARAM-TYPE-CRITERE  PIC X(1).
               10  FILLER                 PIC X(1).
               10  WS-PARAM-VALEUR        PIC X(30).
               10  FILLER                 PIC X(34).
           05  WS-PARAM-DESACTIVATION REDEFINES WS-PARAM-DETAIL.
               10  WS-PARAM-ID-REGLE      PIC X(9).
               10  FILLER                 PIC X(61).

       01  WS-PRIORITE-NUM                PIC 9(3).
       01  WS-PRIORITE                    PIC S9(3) COMP-3.
       01  WS-ID-REGLE-NUM                PIC 9(9).
       01  WS-ID-REGLE                    PIC S9(9) COMP.
       01  WS-LIB-CATEGORIE               PIC X(20).
       01  WS-CODE-CATEGORIE              PIC X(4).
       01  WS-TYPE-CRITERE                PIC X(1).
       01  WS-VALEUR-CRITERE              PIC X(30).
       01  WS-PRIORITE-EDIT               PIC ZZ9.
       01  WS-ID-REGLE-EDIT               PIC Z(8)9.

      *    Zone d'appel du service de numerotation API8NUMO
       01  NUMO-ZONE.
           05  NUMO-COMPTEUR      PIC X(12).
           05  NUMO-VALEUR        PIC S9(9) COMP.
           05  NUMO-CODE-RETOUR   PIC X(1).

      *    Piste d'audit : meme convention qu'API8AGEN
       01  WS-ID-AUDIT                    PIC S9(9) COMP.
       01  WS-NULL-INDICATOR              PIC S9(4) COMP.
       01  WS-AUDIT-EVENEMENT             PIC X(30).

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

           MOVE SPACES TO WS-PARAM-SAISIE.
           ACCEPT WS-PARAM-SAISIE FROM SYSIN.

           IF WS-PARAM-CATEGORIE = SPACES
              AND WS-PARAM-ACTION NOT = 'LIST'
              AND WS-PARAM-ACTION NOT = 'DESA'
              DISPLAY 'CODE CATEGORIE OBLIGATOIRE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           EVALUATE WS-PARAM-ACTION
              WHEN 'CAT '
                 PERFORM 1000-ECRIRE-CATEGORIE
              WHEN 'REGL'
                 PERFORM 2000-AJOUTER-REGLE
              WHEN 'DESA'
                 PERFORM 3000-DESACTIVER-REGLE
              WHEN 'LIST'
                 PERFORM 4000-LISTER
              WHEN OTHER
                 DISPLAY 'ACTION INCONNUE : ' WS-PARAM-ACTION
                 DISPLAY 'ACTIONS ADMISES : CAT / REGL / DESA / LIST'
           END-EVALUATE.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       0100-LIRE-CATEGORIE.
           MOVE SPACES TO WS-LIB-CATEGORIE.
           EXEC SQL
              SELECT LIBELLE_CATEGORIE
              INTO :WS-LIB-CATEGORIE
              FROM API8.CATEGORIE
              WHERE CODE_CATEGORIE = :WS-PARAM-CATEGORIE
           END-EXEC.

       1000-ECRIRE-CATEGORIE.
           IF WS-PARAM-LIB-CATEG = SPACES
              DISPLAY 'LIBELLE DE CATEGORIE OBLIGATOIRE'
           ELSE
              PERFORM 0100-LIRE-CATEGORIE
              IF SQLCODE = 100
                 EXEC SQL
                    INSERT INTO API8.CATEGORIE
                       (CODE_CATEGORIE, LIBELLE_CATEGORIE, DATE_MAJ)
                    VALUES
                       (:WS-PARAM-CATEGORIE, :WS-PARAM-LIB-CATEG,
                        CURRENT DATE)
                 END-EXEC
                 MOVE 'CATEGORIE CREEE' TO WS-AUDIT-EVENEMENT
                 DISPLAY 'CATEGORIE CREEE : ' WS-PARAM-CATEGORIE
                    ' ' WS-PARAM-LIB-CATEG
              ELSE
                 EXEC SQL
                    UPDATE API8.CATEGORIE
                    SET LIBELLE_CATEGORIE = :WS-PARAM-LIB-CATEG,
                        DATE_MAJ = CURRENT DATE
                    WHERE CODE_CATEGORIE = :WS-PARAM-CATEGORIE
                 END-EXEC
                 MOVE 'CATEGORIE MODIFIEE' TO WS-AUDIT-EVENEMENT
                 DISPLAY 'CATEGORIE MODIFIEE : ' WS-PARAM-CATEGORIE
                    ' ' WS-PARAM-LIB-CATEG
              END-IF
              PERFORM 5000-TRACER-AUDIT
           END-IF.

       2000-AJOUTER-REGLE.
           PERFORM 0100-LIRE-CATEGORIE.

           EVALUATE TRUE
              WHEN SQLCODE = 100
                 DISPLAY 'CATEGORIE INCONNUE : ' WS-PARAM-CATEGORIE
              WHEN WS-PARAM-PRIORITE IS NOT NUMERIC
                 DISPLAY 'PRIORITE PPP NUMERIQUE OBLIGATOIRE'
              WHEN WS-PARAM-TYPE-CRITERE NOT = 'T' AND
                   WS-PARAM-TYPE-CRITERE NOT = 'C' AND
                   WS-PARAM-TYPE-CRITERE NOT = 'B' AND
                   WS-PARAM-TYPE-CRITERE NOT = 'L'
                 DISPLAY 'TYPE DE REGLE ADMIS : T / C / B / L'
              WHEN WS-PARAM-VALEUR = SPACES
                 DISPLAY 'VALEUR DU CRITERE OBLIGATOIRE'
              WHEN OTHER
                 PERFORM 2100-CREER-REGLE
           END-EVALUATE.

       2100-CREER-REGLE.
           MOVE 'REGLECATEG' TO NUMO-COMPTEUR.
           CALL 'API8NUMO' USING NUMO-ZONE.
           IF NUMO-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTRIBUTION NUMERO REGLE IMPOSSIBLE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           MOVE NUMO-VALEUR TO WS-ID-REGLE.
           MOVE WS-PARAM-PRIORITE TO WS-PRIORITE-NUM.
           MOVE WS-PRIORITE-NUM TO WS-PRIORITE.

           EXEC SQL
              INSERT INTO API8.REGLECATEG
                 (ID_REGLE, PRIORITE, TYPE_CRITERE, VALEUR_CRITERE,
                  CODE_CATEGORIE, ACTIF, DATE_MAJ)
              VALUES
                 (:WS-ID-REGLE, :WS-PRIORITE,
                  :WS-PARAM-TYPE-CRITERE, :WS-PARAM-VALEUR,
                  :WS-PARAM-CATEGORIE, 'Y', CURRENT DATE)
           END-EXEC.

           MOVE 'REGLE CATEGORIE AJOUTEE' TO WS-AUDIT-EVENEMENT.
           PERFORM 5000-TRACER-AUDIT.
           MOVE WS-ID-REGLE TO WS-ID-REGLE-EDIT.
           DISPLAY 'REGLE AJOUTEE   : ' WS-ID-REGLE-EDIT.
           DISPLAY 'PRIORITE / TYPE : ' WS-PARAM-PRIORITE ' '
              WS-PARAM-TYPE-CRITERE.
           DISPLAY 'VALEUR          : ' WS-PARAM-VALEUR.
           DISPLAY 'CATEGORIE       : ' WS-PARAM-CATEGORIE ' '
              WS-LIB-CATEGORIE.

       3000-DESACTIVER-REGLE.
           IF WS-PARAM-ID-REGLE IS NOT NUMERIC
              DISPLAY 'SYNTAXE : DESA CODE NNNNNNNNN'
           ELSE
              MOVE WS-PARAM-ID-REGLE TO WS-ID-REGLE-NUM
              MOVE WS-ID-REGLE-NUM TO WS-ID-REGLE
              EXEC SQL
                 UPDATE API8.REGLECATEG
                 SET ACTIF = 'N',
                     DATE_MAJ = CURRENT DATE
                 WHERE ID_REGLE = :WS-ID-REGLE
                   AND ACTIF = 'Y'
              END-EXEC
              IF SQLCODE = 0
                 MOVE 'REGLE CATEGORIE DESACTIVEE'
                    TO WS-AUDIT-EVENEMENT
                 PERFORM 5000-TRACER-AUDIT
                 DISPLAY 'REGLE DESACTIVEE : ' WS-PARAM-ID-REGLE
              ELSE
                 DISPLAY 'REGLE INCONNUE OU DEJA INACTIVE : '
                    WS-PARAM-ID-REGLE
              END-IF
           END-IF.

       4000-LISTER.
           DISPLAY '--- CATEGORIES ---'.
           EXEC SQL
              DECLARE CCATLIST CURSOR FOR
              SELECT CODE_CATEGORIE, LIBELLE_CATEGORIE
              FROM API8.CATEGORIE
              ORDER BY CODE_CATEGORIE
           END-EXEC.

           EXEC SQL
              OPEN CCATLIST
           END-EXEC.

           PERFORM 4100-UNE-CATEGORIE
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CCATLIST
           END-EXEC.

           DISPLAY '--- REGLES ACTIVES PAR PRIORITE ---'.
           EXEC SQL
              DECLARE CREGLIST CURSOR FOR
              SELECT ID_REGLE, PRIORITE, TYPE_CRITERE,
                     VALEUR_CRITERE, CODE_CATEGORIE
              FROM API8.REGLECATEG
              WHERE ACTIF = 'Y'
              ORDER BY PRIORITE, ID_REGLE
           END-EXEC.

           EXEC SQL
              OPEN CREGLIST
           END-EXEC.

           PERFORM 4200-UNE-REGLE
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CREGLIST
           END-EXEC.

       4100-UNE-CATEGORIE.
           EXEC SQL
              FETCH CCATLIST
              INTO :WS-CODE-CATEGORIE, :WS-LIB-CATEGORIE
           END-EXEC.
           IF SQLCODE = 0
              DISPLAY WS-CODE-CATEGORIE ' ' WS-LIB-CATEGORIE
           END-IF.

       4200-UNE-REGLE.
           EXEC SQL
              FETCH CREGLIST
              INTO :WS-ID-REGLE, :WS-PRIORITE, :WS-TYPE-CRITERE,
                   :WS-VALEUR-CRITERE, :WS-CODE-CATEGORIE
           END-EXEC.
           IF SQLCODE = 0
              MOVE WS-ID-REGLE TO WS-ID-REGLE-EDIT
              MOVE WS-PRIORITE TO WS-PRIORITE-EDIT
              DISPLAY WS-ID-REGLE-EDIT ' ' WS-PRIORITE-EDIT ' '
                 WS-TYPE-CRITERE ' ' WS-VALEUR-CRITERE ' '
                 WS-CODE-CATEGORIE
           END-IF.

       5000-TRACER-AUDIT.
      *    Evenement de referentiel : pas de client porteur
           EXEC SQL
              SELECT MAX(ID_AUDIT)
              INTO :WS-ID-AUDIT :WS-NULL-INDICATOR
              FROM API8.AUDITLOG
           END-EXEC.

           IF WS-NULL-INDICATOR = -1
              MOVE 1 TO WS-ID-AUDIT
           ELSE
              ADD 1 TO WS-ID-AUDIT
           END-IF.

           EXEC SQL
              INSERT INTO API8.AUDITLOG
                 (ID_AUDIT, ID_CLIENT, PROGRAMME, EVENEMENT,
                  DATE_AUDIT, HEURE_AUDIT)
              VALUES
                 (:WS-ID-AUDIT, 0, 'API8CATR',
                  :WS-AUDIT-EVENEMENT, CURRENT DATE, CURRENT TIME)
           END-EXEC.

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
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8CATR        '
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8CATR       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
