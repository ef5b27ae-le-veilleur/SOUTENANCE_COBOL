       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8COFR.
      *===============================================================
      *    BATCH D'ENTRETIEN DU REGISTRE DES COFFRES-FORTS
      *    Inventaire des coffres par agence (API8.COFFRE : numero,
      *    taille 'P' petit, 'M' moyen, 'G' grand, statut 'L' libre,
      *    'O' loue, 'H' hors service) et contrats de location
      *    (API8.CONTRATCOFFRE) : locataire titulaire sur
      *    API8.CLIENT, compte de facturation API8.COMPTE du
      *    titulaire, co-locataires autorises a l'acces sur
      *    API8.COLOCCOFFRE. Le loyer annuel est debite a chaque
      *    echeance par API8COFB, l'acces est saisi au guichet sur
      *    l'ecran API8COFA. Un contrat porte deux blocages d'acces
      *    independants : ACCES_BLOQUE (loyer impaye au-dela du
      *    preavis, pose et leve par API8COFB) et GEL_SUCCESSION
      *    (titulaire en succession, pose et leve par API8SUCC).
      *
      *    SYSIN, une carte (action, detail) :
      *       'COFF agen numcof t'   cree le coffre libre, taille t
      *       'HSER agen numcof'     met hors service un coffre libre
      *       'REMI agen numcof'     remet en service un coffre
      *       'LOUE agen numcof idclient- idcompte-'
      *          loue un coffre libre au client ; le compte de
      *          facturation est un compte actif du client ; la
      *          premiere annee est facturee au prochain passage
      *          d'API8COFB
      *       'COLO idcontrat idclient-'  ajoute un co-locataire
      *       'RETC idcontrat idclient-'  retire un co-locataire
      *       'RESI idcontrat'       resilie le contrat, libere le
      *          coffre ; refuse tant que le contrat est gele en
      *          succession ou qu'un loyer reste impaye
      *    L'agence du coffre doit etre ouverte sur API8.AGENCE.
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
           05  WS-PARAM-DETAIL            PIC X(75).
           05  WS-PARAM-COFFRE REDEFINES WS-PARAM-DETAIL.
               10  WS-PARAM-AGENCE        PIC X(4).
               10  FILLER                 PIC X(1).
               10  WS-PARAM-NUM-COFFRE    PIC X(6).
               10  FILLER                 PIC X(1).
               10  WS-PARAM-SUITE         PIC X(63).
           05  WS-PARAM-TAILLE-V REDEFINES WS-PARAM-DETAIL.
               10  FILLER                 PIC X(12).
               10  WS-PARAM-TAILLE        PIC X(1).
               10  FILLER                 PIC X(62).
           05  WS-PARAM-LOCATION REDEFINES WS-PARAM-DETAIL.
               10  FILLER                 PIC X(12).
               10  WS-PARAM-LOC-CLIENT    PIC 9(9).
               10  FILLER                 PIC X(1).
               10  WS-PARAM-LOC-COMPTE    PIC 9(9).
               10  FILLER                 PIC X(44).
           05  WS-PARAM-CONTRAT-V REDEFINES WS-PARAM-DETAIL.
               10  WS-PARAM-CONTRAT       PIC 9(9).
               10  FILLER                 PIC X(1).
               10  WS-PARAM-COLOC         PIC 9(9).
               10  FILLER                 PIC X(56).

      *    Coffre lu
       01  WS-STATUT-COFFRE               PIC X(1).
       01  WS-TAILLE-COFFRE               PIC X(1).
       01  WS-STATUT-AGENCE               PIC X(1).

      *    Contrat lu
       01  WS-ID-CONTRAT                  PIC S9(9) COMP.
       01  WS-CODE-AGENCE-CTR             PIC X(4).
       01  WS-NUM-COFFRE-CTR              PIC X(6).
       01  WS-ID-CLIENT-CTR               PIC S9(9) COMP.
       01  WS-STATUT-CONTRAT              PIC X(1).
       01  WS-ACCES-BLOQUE                PIC X(1).
       01  WS-GEL-SUCCESSION              PIC X(1).
       01  WS-DATE-IMPAYE                 PIC X(8).

       01  WS-ID-CLIENT                   PIC S9(9) COMP.
       01  WS-ID-COMPTE                   PIC S9(9) COMP.
       01  WS-ID-CLIENT-CPT               PIC S9(9) COMP.
       01  WS-STATUT-COMPTE               PIC X(1).
       01  WS-NB-LIGNES                   PIC S9(9) COMP.

      *    Zone d'appel du service de numerotation API8NUMO
       01  NUMO-ZONE.
           05  NUMO-COMPTEUR      PIC X(12).
           05  NUMO-VALEUR        PIC S9(9) COMP.
           05  NUMO-CODE-RETOUR   PIC X(1).

      *    Date comptable du jour bancaire ouvert ; repli date
      *    systeme tant qu'API8.DATEBANQUE n'est pas amorcee
       01  WS-DATE-COMPTABLE              PIC X(8).

      *    Piste d'audit : meme convention qu'API8AGEN
       01  WS-ID-AUDIT                    PIC S9(9) COMP.
       01  WS-NULL-INDICATOR              PIC S9(4) COMP.
       01  WS-AUDIT-EVENEMENT             PIC X(30).
       01  WS-AUDIT-CLIENT                PIC S9(9) COMP.

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

           MOVE SPACES TO WS-DATE-COMPTABLE.
           EXEC SQL
              SELECT DATE_COMPTABLE
              INTO :WS-DATE-COMPTABLE
              FROM API8.DATEBANQUE
              WHERE ETAT = 'O'
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-DATE-COMPTABLE = SPACES
              ACCEPT WS-DATE-COMPTABLE FROM DATE YYYYMMDD
           END-IF.

           MOVE SPACES TO WS-PARAM-SAISIE.
           ACCEPT WS-PARAM-SAISIE FROM SYSIN.
           MOVE 0 TO WS-AUDIT-CLIENT.

           EVALUATE WS-PARAM-ACTION
              WHEN 'COFF'
                 PERFORM 1000-CREER-COFFRE
              WHEN 'HSER'
                 PERFORM 1100-METTRE-HORS-SERVICE
              WHEN 'REMI'
                 PERFORM 1200-REMETTRE-EN-SERVICE
              WHEN 'LOUE'
                 PERFORM 2000-LOUER-COFFRE
              WHEN 'COLO'
                 PERFORM 3000-AJOUTER-COLOCATAIRE
              WHEN 'RETC'
                 PERFORM 3100-RETIRER-COLOCATAIRE
              WHEN 'RESI'
                 PERFORM 4000-RESILIER-CONTRAT
              WHEN OTHER
                 DISPLAY 'ACTION INCONNUE : ' WS-PARAM-ACTION
                 DISPLAY 'ACTIONS ADMISES : COFF / HSER / REMI / '
                    'LOUE / COLO / RETC / RESI'
           END-EVALUATE.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       0100-LIRE-COFFRE.
           MOVE SPACE TO WS-STATUT-COFFRE.
           MOVE SPACE TO WS-TAILLE-COFFRE.
           EXEC SQL
              SELECT STATUT_COFFRE, TAILLE_COFFRE
              INTO :WS-STATUT-COFFRE, :WS-TAILLE-COFFRE
              FROM API8.COFFRE
              WHERE CODE_AGENCE = :WS-PARAM-AGENCE
                AND NUM_COFFRE = :WS-PARAM-NUM-COFFRE
           END-EXEC.

       0110-LIRE-AGENCE.
           MOVE SPACE TO WS-STATUT-AGENCE.
           EXEC SQL
              SELECT STATUT_AGENCE
              INTO :WS-STATUT-AGENCE
              FROM API8.AGENCE
              WHERE CODE_AGENCE = :WS-PARAM-AGENCE
           END-EXEC.

       0120-LIRE-CONTRAT.
           MOVE SPACE TO WS-STATUT-CONTRAT.
           MOVE WS-PARAM-CONTRAT TO WS-ID-CONTRAT.
           EXEC SQL
              SELECT CODE_AGENCE, NUM_COFFRE, ID_CLIENT,
                     STATUT_CONTRAT, ACCES_BLOQUE, GEL_SUCCESSION,
                     VALUE(DATE_IMPAYE, ' ')
              INTO :WS-CODE-AGENCE-CTR, :WS-NUM-COFFRE-CTR,
                   :WS-ID-CLIENT-CTR, :WS-STATUT-CONTRAT,
                   :WS-ACCES-BLOQUE, :WS-GEL-SUCCESSION,
                   :WS-DATE-IMPAYE
              FROM API8.CONTRATCOFFRE
              WHERE ID_CONTRAT = :WS-ID-CONTRAT
           END-EXEC.

       1000-CREER-COFFRE.
           PERFORM 0110-LIRE-AGENCE.
           PERFORM 0100-LIRE-COFFRE.

           EVALUATE TRUE
              WHEN WS-PARAM-AGENCE = SPACES
                 OR WS-PARAM-NUM-COFFRE = SPACES
                 DISPLAY 'SYNTAXE : COFF AGEN NUMCOF T'
              WHEN WS-STATUT-AGENCE NOT = 'O'
                 DISPLAY 'AGENCE INCONNUE OU NON OUVERTE : '
                    WS-PARAM-AGENCE
              WHEN WS-STATUT-COFFRE NOT = SPACE
                 DISPLAY 'COFFRE DEJA INVENTORIE : ' WS-PARAM-AGENCE
                    ' ' WS-PARAM-NUM-COFFRE
              WHEN WS-PARAM-TAILLE NOT = 'P' AND NOT = 'M'
                                   AND NOT = 'G'
                 DISPLAY 'TAILLE P (PETIT), M (MOYEN) OU G (GRAND)'
              WHEN OTHER
                 EXEC SQL
                    INSERT INTO API8.COFFRE
                       (CODE_AGENCE, NUM_COFFRE, TAILLE_COFFRE,
                        STATUT_COFFRE, DATE_MAJ)
                    VALUES
                       (:WS-PARAM-AGENCE, :WS-PARAM-NUM-COFFRE,
                        :WS-PARAM-TAILLE, 'L', CURRENT DATE)
                 END-EXEC
                 MOVE 'COFFRE CREE' TO WS-AUDIT-EVENEMENT
                 PERFORM 5000-TRACER-AUDIT
                 DISPLAY 'COFFRE CREE : ' WS-PARAM-AGENCE
                    ' ' WS-PARAM-NUM-COFFRE ' TAILLE '
                    WS-PARAM-TAILLE
           END-EVALUATE.

       1100-METTRE-HORS-SERVICE.
      *    Seul un coffre libre sort du parc ; un coffre loue doit
      *    d'abord voir son contrat resilie
           EXEC SQL
              UPDATE API8.COFFRE
              SET STATUT_COFFRE = 'H',
                  DATE_MAJ = CURRENT DATE
              WHERE CODE_AGENCE = :WS-PARAM-AGENCE
                AND NUM_COFFRE = :WS-PARAM-NUM-COFFRE
                AND STATUT_COFFRE = 'L'
           END-EXEC.

           IF SQLCODE = 0
              MOVE 'COFFRE HORS SERVICE' TO WS-AUDIT-EVENEMENT
              PERFORM 5000-TRACER-AUDIT
              DISPLAY 'COFFRE HORS SERVICE : ' WS-PARAM-AGENCE
                 ' ' WS-PARAM-NUM-COFFRE
           ELSE
              DISPLAY 'COFFRE INCONNU OU NON LIBRE : '
                 WS-PARAM-AGENCE ' ' WS-PARAM-NUM-COFFRE
           END-IF.

       1200-REMETTRE-EN-SERVICE.
           EXEC SQL
              UPDATE API8.COFFRE
              SET STATUT_COFFRE = 'L',
                  DATE_MAJ = CURRENT DATE
              WHERE CODE_AGENCE = :WS-PARAM-AGENCE
                AND NUM_COFFRE = :WS-PARAM-NUM-COFFRE
                AND STATUT_COFFRE = 'H'
           END-EXEC.

           IF SQLCODE = 0
              MOVE 'COFFRE REMIS EN SERVICE' TO WS-AUDIT-EVENEMENT
              PERFORM 5000-TRACER-AUDIT
              DISPLAY 'COFFRE REMIS EN SERVICE : ' WS-PARAM-AGENCE
                 ' ' WS-PARAM-NUM-COFFRE
           ELSE
              DISPLAY 'COFFRE INCONNU OU NON HORS SERVICE : '
                 WS-PARAM-AGENCE ' ' WS-PARAM-NUM-COFFRE
           END-IF.

       2000-LOUER-COFFRE.
           IF WS-PARAM-LOC-CLIENT IS NOT NUMERIC
              OR WS-PARAM-LOC-COMPTE IS NOT NUMERIC
              DISPLAY 'SYNTAXE : LOUE AGEN NUMCOF IDCLIENT- IDCOMPTE-'
           ELSE
              MOVE WS-PARAM-LOC-CLIENT TO WS-ID-CLIENT
              MOVE WS-PARAM-LOC-COMPTE TO WS-ID-COMPTE
              PERFORM 2100-CONTROLER-LOCATION
           END-IF.

       2100-CONTROLER-LOCATION.
           PERFORM 0110-LIRE-AGENCE.
           PERFORM 0100-LIRE-COFFRE.

           MOVE 0 TO WS-NB-LIGNES.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-LIGNES
              FROM API8.CLIENT
              WHERE ID_CLIENT = :WS-ID-CLIENT
           END-EXEC.

      *    Compte de facturation : compte du titulaire, ni cloture,
      *    ni en succession, ni bloque
           MOVE 0 TO WS-ID-CLIENT-CPT.
           MOVE SPACE TO WS-STATUT-COMPTE.
           EXEC SQL
              SELECT ID_CLIENT, STATUT
              INTO :WS-ID-CLIENT-CPT, :WS-STATUT-COMPTE
              FROM API8.COMPTE
              WHERE ID_COMPTE = :WS-ID-COMPTE
           END-EXEC.

           EVALUATE TRUE
              WHEN WS-STATUT-AGENCE NOT = 'O'
                 DISPLAY 'AGENCE INCONNUE OU NON OUVERTE : '
                    WS-PARAM-AGENCE
              WHEN WS-STATUT-COFFRE = SPACE
                 DISPLAY 'COFFRE INCONNU : ' WS-PARAM-AGENCE
                    ' ' WS-PARAM-NUM-COFFRE
              WHEN WS-STATUT-COFFRE NOT = 'L'
                 DISPLAY 'COFFRE NON LIBRE - STATUT '
                    WS-STATUT-COFFRE
              WHEN WS-NB-LIGNES = 0
                 DISPLAY 'CLIENT INCONNU : ' WS-PARAM-LOC-CLIENT
              WHEN WS-ID-CLIENT-CPT NOT = WS-ID-CLIENT
                 DISPLAY 'COMPTE DE FACTURATION HORS CLIENT : '
                    WS-PARAM-LOC-COMPTE
              WHEN WS-STATUT-COMPTE = 'C' OR 'S' OR 'D'
                 DISPLAY 'COMPTE DE FACTURATION NON ACTIF - STATUT '
                    WS-STATUT-COMPTE
              WHEN OTHER
                 PERFORM 2200-CREER-CONTRAT
           END-EVALUATE.

       2200-CREER-CONTRAT.
           MOVE 'COFFRE' TO NUMO-COMPTEUR.
           CALL 'API8NUMO' USING NUMO-ZONE.
           IF NUMO-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTRIBUTION NUMERO CONTRAT IMPOSSIBLE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           MOVE NUMO-VALEUR TO WS-ID-CONTRAT.

      *    Premiere echeance a la date de debut : la premiere annee
      *    est debitee au prochain passage d'API8COFB
           EXEC SQL
              INSERT INTO API8.CONTRATCOFFRE
                 (ID_CONTRAT, CODE_AGENCE, NUM_COFFRE, ID_CLIENT,
                  ID_COMPTE, DATE_DEBUT, STATUT_CONTRAT,
                  DATE_ECHEANCE, ACCES_BLOQUE, GEL_SUCCESSION,
                  DATE_MAJ)
              VALUES
                 (:WS-ID-CONTRAT, :WS-PARAM-AGENCE,
                  :WS-PARAM-NUM-COFFRE, :WS-ID-CLIENT,
                  :WS-ID-COMPTE, :WS-DATE-COMPTABLE, 'A',
                  :WS-DATE-COMPTABLE, 'N', 'N', CURRENT DATE)
           END-EXEC.

           EXEC SQL
              UPDATE API8.COFFRE
              SET STATUT_COFFRE = 'O',
                  DATE_MAJ = CURRENT DATE
              WHERE CODE_AGENCE = :WS-PARAM-AGENCE
                AND NUM_COFFRE = :WS-PARAM-NUM-COFFRE
           END-EXEC.

           MOVE WS-ID-CLIENT TO WS-AUDIT-CLIENT.
           MOVE 'LOCATION COFFRE' TO WS-AUDIT-EVENEMENT.
           PERFORM 5000-TRACER-AUDIT.
           DISPLAY 'CONTRAT DE LOCATION : ' WS-ID-CONTRAT.
           DISPLAY 'COFFRE              : ' WS-PARAM-AGENCE
              ' ' WS-PARAM-NUM-COFFRE ' TAILLE ' WS-TAILLE-COFFRE.
           DISPLAY 'TITULAIRE           : ' WS-PARAM-LOC-CLIENT.
           DISPLAY 'COMPTE FACTURATION  : ' WS-PARAM-LOC-COMPTE.

       3000-AJOUTER-COLOCATAIRE.
           IF WS-PARAM-CONTRAT IS NOT NUMERIC
              OR WS-PARAM-COLOC IS NOT NUMERIC
              DISPLAY 'SYNTAXE : COLO IDCONTRAT IDCLIENT-'
           ELSE
              PERFORM 0120-LIRE-CONTRAT
              MOVE WS-PARAM-COLOC TO WS-ID-CLIENT
              PERFORM 3010-CONTROLER-COLOCATAIRE
           END-IF.

       3010-CONTROLER-COLOCATAIRE.
           MOVE 0 TO WS-NB-LIGNES.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-LIGNES
              FROM API8.CLIENT
              WHERE ID_CLIENT = :WS-ID-CLIENT
           END-EXEC.
           IF WS-NB-LIGNES > 0
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :WS-NB-LIGNES
                 FROM API8.COLOCCOFFRE
                 WHERE ID_CONTRAT = :WS-ID-CONTRAT
                   AND ID_CLIENT = :WS-ID-CLIENT
              END-EXEC
              ADD 1 TO WS-NB-LIGNES
           END-IF.

      *    WS-NB-LIGNES : 0 client inconnu, 1 a ajouter, 2 deja
      *    co-locataire
           EVALUATE TRUE
              WHEN WS-STATUT-CONTRAT NOT = 'A'
                 DISPLAY 'CONTRAT INCONNU OU RESILIE : '
                    WS-PARAM-CONTRAT
              WHEN WS-NB-LIGNES = 0
                 DISPLAY 'CLIENT INCONNU : ' WS-PARAM-COLOC
              WHEN WS-ID-CLIENT = WS-ID-CLIENT-CTR
                 DISPLAY 'CLIENT DEJA TITULAIRE DU CONTRAT'
              WHEN WS-NB-LIGNES > 1
                 DISPLAY 'CLIENT DEJA CO-LOCATAIRE DU CONTRAT'
              WHEN OTHER
                 EXEC SQL
                    INSERT INTO API8.COLOCCOFFRE
                       (ID_CONTRAT, ID_CLIENT, DATE_AJOUT)
                    VALUES
                       (:WS-ID-CONTRAT, :WS-ID-CLIENT, CURRENT DATE)
                 END-EXEC
                 MOVE WS-ID-CLIENT TO WS-AUDIT-CLIENT
                 MOVE 'AJOUT CO-LOCATAIRE COFFRE'
                    TO WS-AUDIT-EVENEMENT
                 PERFORM 5000-TRACER-AUDIT
                 DISPLAY 'CO-LOCATAIRE AJOUTE : ' WS-PARAM-COLOC
                    ' CONTRAT ' WS-PARAM-CONTRAT
           END-EVALUATE.

       3100-RETIRER-COLOCATAIRE.
           IF WS-PARAM-CONTRAT IS NOT NUMERIC
              OR WS-PARAM-COLOC IS NOT NUMERIC
              DISPLAY 'SYNTAXE : RETC IDCONTRAT IDCLIENT-'
           ELSE
              MOVE WS-PARAM-CONTRAT TO WS-ID-CONTRAT
              MOVE WS-PARAM-COLOC TO WS-ID-CLIENT
              EXEC SQL
                 DELETE FROM API8.COLOCCOFFRE
                 WHERE ID_CONTRAT = :WS-ID-CONTRAT
                   AND ID_CLIENT = :WS-ID-CLIENT
              END-EXEC
              IF SQLCODE = 0
                 MOVE WS-ID-CLIENT TO WS-AUDIT-CLIENT
                 MOVE 'RETRAIT CO-LOCATAIRE COFFRE'
                    TO WS-AUDIT-EVENEMENT
                 PERFORM 5000-TRACER-AUDIT
                 DISPLAY 'CO-LOCATAIRE RETIRE : ' WS-PARAM-COLOC
                    ' CONTRAT ' WS-PARAM-CONTRAT
              ELSE
                 DISPLAY 'CLIENT NON CO-LOCATAIRE DU CONTRAT'
              END-IF
           END-IF.

       4000-RESILIER-CONTRAT.
           IF WS-PARAM-CONTRAT IS NOT NUMERIC
              DISPLAY 'SYNTAXE : RESI IDCONTRAT'
           ELSE
              PERFORM 0120-LIRE-CONTRAT
              PERFORM 4100-CONTROLER-RESILIATION
           END-IF.

       4100-CONTROLER-RESILIATION.
      *    Un coffre gele (succession) ne se vide qu'apres levee par
      *    API8SUCC ; un loyer impaye se regle avant restitution
           EVALUATE TRUE
              WHEN WS-STATUT-CONTRAT NOT = 'A'
                 DISPLAY 'CONTRAT INCONNU OU DEJA RESILIE : '
                    WS-PARAM-CONTRAT
              WHEN WS-GEL-SUCCESSION = 'Y'
                 DISPLAY 'CONTRAT GELE - TITULAIRE EN SUCCESSION'
              WHEN WS-DATE-IMPAYE NOT = SPACES
                 DISPLAY 'LOYER IMPAYE DEPUIS LE ' WS-DATE-IMPAYE
                    ' - RESILIATION REFUSEE'
              WHEN OTHER
                 EXEC SQL
                    UPDATE API8.CONTRATCOFFRE
                    SET STATUT_CONTRAT = 'R',
                        DATE_FIN = :WS-DATE-COMPTABLE,
                        DATE_MAJ = CURRENT DATE
                    WHERE ID_CONTRAT = :WS-ID-CONTRAT
                 END-EXEC
                 EXEC SQL
                    DELETE FROM API8.COLOCCOFFRE
                    WHERE ID_CONTRAT = :WS-ID-CONTRAT
                 END-EXEC
                 EXEC SQL
                    UPDATE API8.COFFRE
                    SET STATUT_COFFRE = 'L',
                        DATE_MAJ = CURRENT DATE
                    WHERE CODE_AGENCE = :WS-CODE-AGENCE-CTR
                      AND NUM_COFFRE = :WS-NUM-COFFRE-CTR
                 END-EXEC
                 MOVE WS-ID-CLIENT-CTR TO WS-AUDIT-CLIENT
                 MOVE 'RESILIATION COFFRE' TO WS-AUDIT-EVENEMENT
                 PERFORM 5000-TRACER-AUDIT
                 DISPLAY 'CONTRAT RESILIE : ' WS-PARAM-CONTRAT
                 DISPLAY 'COFFRE LIBERE   : ' WS-CODE-AGENCE-CTR
                    ' ' WS-NUM-COFFRE-CTR
           END-EVALUATE.

       5000-TRACER-AUDIT.
      *    Evenement de coffre : client porteur du contrat, 0 pour
      *    l'inventaire
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
                 (:WS-ID-AUDIT, :WS-AUDIT-CLIENT, 'API8COFR',
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
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8COFR        '
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8COFR       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
