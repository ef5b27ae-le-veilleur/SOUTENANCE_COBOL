      *    Pour chaque COMPTE, joint CLIENT (nom/prenom/adresse) et
      *    liste les operations API8.OPERATION du mois en cours avec
      *    solde d'ouverture et solde de cloture.
      *    Les achats par carte a debit differe du mois
      *    (API8.ENCOURSCARTE, cumules par API8AUTS et debites en un
      *    seul montant par API8DIFF) sont detailles sous les
      *    operations, avec leur total et leur etat (debite ou a
      *    debiter).
      *    La preference de distribution du client
      *    (CLIENT.PREF_RELEVE : 'P' papier, 'E' electronique, 'A'
      *    garde en agence - repli 'P') route chaque releve vers le
      *    partage API8.REPRISE) reste reserve aux executions non
      *    partitionnees : une partition en incident se relance en
      *    entier sur sa plage.
      *    Les fichiers emis sont conserves au catalogue des fichiers
      *    emis (API8FICE) comme generations numerotees, renvoyables
      *    a l'identique sur demande par API8RENV.
      *    Une section budget resume les debits du compte par
      *    categorie de depense (API8.CATEGOPE, API8CATB) pour le
      *    mois du releve et les trois mois precedents, comme l'ecran
      *    client API8BUDG ; un debit pas encore categorise compte
      *    en 'DIVE'.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-SOLDE-CLOTURE-EDIT     PIC -(7)9,99.
       01  WS-MONTANT-OP-EDIT        PIC -(7)9,99.

      *    Achats par carte a debit differe du mois
       01  WS-NB-ACHATS-DIFF         PIC S9(9) COMP.
       01  WS-TOTAL-ACHATS-DIFF      PIC S9(8)V99 COMP-3.
       01  WS-DATE-ACHAT-CUR         PIC X(8).
       01  WS-COMMERCANT-CUR         PIC X(20).
       01  WS-MONTANT-ACHAT-CUR      PIC S9(8)V99 COMP-3.
       01  WS-STATUT-ENC-CUR         PIC X(1).
       01  WS-ETAT-ACHAT-EDIT        PIC X(9).

      *    Preference de distribution du client - repli papier ;
      *    un client NPAI (courrier revenu) est force en garde en
      *    agence tant qu'API8COOR n'a pas enregistre une nouvelle
       01  WS-CONSO-S-EDIT           PIC ZZ9.
       01  WS-QUOTA-S-EDIT           PIC ZZ9.

      *    Section budget par categorie de depense : mois du releve
      *    (periode) et trois mois precedents, memes bornes
      *    AAAAMM01 - AAAAMM31
       01  WS-BUD-AAAA               PIC 9(4).
       01  WS-BUD-MM                 PIC 9(2).
       01  WS-BUD-MOIS-CALC.
           05  WS-BUD-MOIS-AAAA      PIC 9(4).
           05  WS-BUD-MOIS-MM        PIC 9(2).
       01  WS-BUD-DEB-M1             PIC X(8).
       01  WS-BUD-FIN-M1             PIC X(8).
       01  WS-BUD-DEB-M2             PIC X(8).
       01  WS-BUD-FIN-M2             PIC X(8).
       01  WS-BUD-DEB-M3             PIC X(8).
       01  WS-BUD-FIN-M3             PIC X(8).
       01  WS-BUD-CATEGORIE          PIC X(4).
       01  WS-BUD-LIBELLE            PIC X(20).
       01  WS-BUD-MONTANT-M0         PIC S9(9)V99 COMP-3.
       01  WS-BUD-MONTANT-M1         PIC S9(9)V99 COMP-3.
       01  WS-BUD-MONTANT-M2         PIC S9(9)V99 COMP-3.
       01  WS-BUD-MONTANT-M3         PIC S9(9)V99 COMP-3.
       01  WS-BUD-EDIT-M0            PIC -(7)9,99.
       01  WS-BUD-EDIT-M1            PIC -(7)9,99.
       01  WS-BUD-EDIT-M2            PIC -(7)9,99.
       01  WS-BUD-EDIT-M3            PIC -(7)9,99.
       01  WS-BUD-NB-LIGNES          PIC S9(5) COMP-3.

      *    Point de reprise partage (API8.REPRISE) : le batch commite
      *    tous les FREQUENCE_COMMIT comptes en memorisant la derniere
      *    cle traitee ; relance avec RESTART en SYSIN, il repart du
           05  NUMO-VALEUR        PIC S9(9) COMP.
           05  NUMO-CODE-RETOUR   PIC X(1).

      *    Zone d'appel du catalogue des fichiers emis API8FICE
       01  FICE-ZONE.
           05  FICE-FONCTION          PIC X(1).
           05  FICE-NOM-FICHIER       PIC X(8).
           05  FICE-PROGRAMME         PIC X(8).
           05  FICE-CONTROLE          PIC X(1).
           05  FICE-LONG-LIGNE        PIC S9(4) COMP.
           05  FICE-LIGNE             PIC X(250).
           05  FICE-ID-EMISSION       PIC S9(9) COMP.
           05  FICE-GENERATION        PIC S9(9) COMP.
           05  FICE-NB-LIGNES         PIC S9(9) COMP.
           05  FICE-CODE-RETOUR       PIC X(1).
       01  WS-FICE-FIN-SW            PIC X VALUE 'N'.
           88 FIN-FICE                     VALUE 'Y'.
       01  WS-FICE-GEN-EDIT          PIC Z(8)9.

       01  ERR-MSG.
           05  ERR-LONG      PIC S9(4) COMP VALUE +720.
           05  ERR-TXT       PIC X(72) OCCURS 10 TIMES.
           MOVE WS-DATE-JOUR(1:6) TO WS-PERIODE-FIN(1:6).
           MOVE '31' TO WS-PERIODE-FIN(7:2).

           PERFORM 0700-CALCULER-MOIS-BUDGET
              THRU 0700-CALCULER-MOIS-BUDGET-EXIT.

           DISPLAY '=============================================='
           DISPLAY '*        RELEVES DE COMPTE MENSUELS            '
           DISPLAY '*        PERIODE : ' WS-PERIODE-DEB
                 THRU 1300-EDITER-ENTETE-EXIT
              PERFORM 1400-EDITER-OPERATIONS
                 THRU 1400-EDITER-OPERATIONS-EXIT
              PERFORM 1420-EDITER-ACHATS-DIFFERES
                 THRU 1420-EDITER-ACHATS-DIFFERES-EXIT
              PERFORM 1450-EDITER-LIGNE-FORFAIT
                 THRU 1450-EDITER-LIGNE-FORFAIT-EXIT
              PERFORM 1460-EDITER-BUDGET
                 THRU 1460-EDITER-BUDGET-EXIT
              PERFORM 1500-EDITER-PIED
                 THRU 1500-EDITER-PIED-EXIT
              PERFORM 1600-ECRIRE-INDEX
       1410-FETCH-OPERATION-EXIT.
           EXIT.

       1420-EDITER-ACHATS-DIFFERES.
      *    Detail des achats carte a debit differe du mois, debites
      *    en fin de mois par API8DIFF ou encore a debiter
           MOVE 0 TO WS-NB-ACHATS-DIFF.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-ACHATS-DIFF
              FROM API8.ENCOURSCARTE
              WHERE ID_COMPTE = :WS-ID-COMPTE-CUR
                AND DATE_ACHAT BETWEEN :WS-PERIODE-DEB
                                   AND :WS-PERIODE-FIN
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-NB-ACHATS-DIFF = 0
              MOVE 0 TO SQLCODE
              GO TO 1420-EDITER-ACHATS-DIFFERES-EXIT
           END-IF.

           MOVE 'ACHATS CARTE A DEBIT DIFFERE :' TO WS-LIGNE-RELEVE.
           PERFORM 6300-ECRIRE-LIGNE-RELEVE
              THRU 6300-ECRIRE-LIGNE-RELEVE-EXIT.

           MOVE 0 TO WS-TOTAL-ACHATS-DIFF.
           EXEC SQL
              DECLARE CACHDIF CURSOR FOR
              SELECT DATE_ACHAT, COMMERCANT, MONTANT, STATUT_ENC
              FROM API8.ENCOURSCARTE
              WHERE ID_COMPTE = :WS-ID-COMPTE-CUR
                AND DATE_ACHAT BETWEEN :WS-PERIODE-DEB
                                   AND :WS-PERIODE-FIN
              ORDER BY DATE_ACHAT, ID_ENCOURS
           END-EXEC.

           EXEC SQL
              OPEN CACHDIF
           END-EXEC.

           PERFORM 1430-FETCH-ACHAT-DIFFERE
              THRU 1430-FETCH-ACHAT-DIFFERE-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CACHDIF
           END-EXEC.

           MOVE WS-TOTAL-ACHATS-DIFF TO WS-MONTANT-OP-EDIT.
           MOVE SPACES TO WS-LIGNE-RELEVE.
           STRING '  TOTAL DEBIT DIFFERE         ' WS-MONTANT-OP-EDIT
              DELIMITED BY SIZE INTO WS-LIGNE-RELEVE.
           PERFORM 6300-ECRIRE-LIGNE-RELEVE
              THRU 6300-ECRIRE-LIGNE-RELEVE-EXIT.

           MOVE 0 TO SQLCODE.

       1420-EDITER-ACHATS-DIFFERES-EXIT.
           EXIT.

       1430-FETCH-ACHAT-DIFFERE.
           EXEC SQL
              FETCH CACHDIF
              INTO :WS-DATE-ACHAT-CUR, :WS-COMMERCANT-CUR,
                   :WS-MONTANT-ACHAT-CUR, :WS-STATUT-ENC-CUR
           END-EXEC.

           IF SQLCODE = 0
              ADD WS-MONTANT-ACHAT-CUR TO WS-TOTAL-ACHATS-DIFF
              MOVE WS-MONTANT-ACHAT-CUR TO WS-MONTANT-OP-EDIT
              IF WS-STATUT-ENC-CUR = 'D'
                 MOVE 'DEBITE' TO WS-ETAT-ACHAT-EDIT
              ELSE
                 MOVE 'A DEBITER' TO WS-ETAT-ACHAT-EDIT
              END-IF
              MOVE SPACES TO WS-LIGNE-RELEVE
              STRING '  ' WS-DATE-ACHAT-CUR
                 ' ' WS-COMMERCANT-CUR
                 ' MONTANT ' WS-MONTANT-OP-EDIT
                 ' ' WS-ETAT-ACHAT-EDIT
                 DELIMITED BY SIZE INTO WS-LIGNE-RELEVE
              PERFORM 6300-ECRIRE-LIGNE-RELEVE
                 THRU 6300-ECRIRE-LIGNE-RELEVE-EXIT
           END-IF.

       1430-FETCH-ACHAT-DIFFERE-EXIT.
           EXIT.

       1450-EDITER-LIGNE-FORFAIT.
      *    Ligne de facturation detaillee du forfait souscrit
      *    (API8.ABOFORFAIT/API8.FORFAIT, facture par API8FRFM) :
       1450-EDITER-LIGNE-FORFAIT-EXIT.
           EXIT.

       1460-EDITER-BUDGET.
      *    Debits non annules du compte par categorie, classes par
      *    montant du mois decroissant ; rien n'est edite pour un
      *    compte sans debit sur les quatre mois
           MOVE 0 TO WS-BUD-NB-LIGNES.
           EXEC SQL
              DECLARE CBUDRELV CURSOR FOR
              SELECT VALUE(G.CODE_CATEGORIE, 'DIVE'),
                     SUM(CASE WHEN O.DATE_OP >= :WS-PERIODE-DEB
                         THEN O.MONTANT_OP ELSE 0 END),
                     SUM(CASE WHEN O.DATE_OP BETWEEN :WS-BUD-DEB-M1
                                            AND :WS-BUD-FIN-M1
                         THEN O.MONTANT_OP ELSE 0 END),
                     SUM(CASE WHEN O.DATE_OP BETWEEN :WS-BUD-DEB-M2
                                            AND :WS-BUD-FIN-M2
                         THEN O.MONTANT_OP ELSE 0 END),
                     SUM(CASE WHEN O.DATE_OP BETWEEN :WS-BUD-DEB-M3
                                            AND :WS-BUD-FIN-M3
                         THEN O.MONTANT_OP ELSE 0 END)
              FROM API8.OPERATION O
              LEFT OUTER JOIN API8.CATEGOPE G
                ON G.ID_OPERATION = O.ID_OPERATION
              WHERE O.ID_COMPTE = :WS-ID-COMPTE-CUR
                AND O.TYPE_OP IN ('R', 'S', 'F', 'P', 'M', 'C')
                AND O.ANNULE NOT = 'Y'
                AND O.DATE_OP BETWEEN :WS-BUD-DEB-M3
                                  AND :WS-PERIODE-FIN
              GROUP BY VALUE(G.CODE_CATEGORIE, 'DIVE')
              ORDER BY 2 DESC, 1
           END-EXEC.

           EXEC SQL
              OPEN CBUDRELV
           END-EXEC.

           PERFORM 1465-FETCH-BUDGET
              THRU 1465-FETCH-BUDGET-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CBUDRELV
           END-EXEC.

           MOVE 0 TO SQLCODE.

       1460-EDITER-BUDGET-EXIT.
           EXIT.

       1465-FETCH-BUDGET.
           EXEC SQL
              FETCH CBUDRELV
              INTO :WS-BUD-CATEGORIE, :WS-BUD-MONTANT-M0,
                   :WS-BUD-MONTANT-M1, :WS-BUD-MONTANT-M2,
                   :WS-BUD-MONTANT-M3
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO 1465-FETCH-BUDGET-EXIT
           END-IF.

      *    Entete de section a la premiere categorie
           IF WS-BUD-NB-LIGNES = 0
              MOVE SPACES TO WS-LIGNE-RELEVE
              STRING 'BUDGET PAR CATEGORIE     '
                 '    ' WS-PERIODE-DEB(5:2) '/' WS-PERIODE-DEB(1:4)
                 '    ' WS-BUD-DEB-M1(5:2) '/' WS-BUD-DEB-M1(1:4)
                 '    ' WS-BUD-DEB-M2(5:2) '/' WS-BUD-DEB-M2(1:4)
                 '    ' WS-BUD-DEB-M3(5:2) '/' WS-BUD-DEB-M3(1:4)
                 DELIMITED BY SIZE INTO WS-LIGNE-RELEVE
              PERFORM 6300-ECRIRE-LIGNE-RELEVE
                 THRU 6300-ECRIRE-LIGNE-RELEVE-EXIT
           END-IF.
           ADD 1 TO WS-BUD-NB-LIGNES.

           MOVE SPACES TO WS-BUD-LIBELLE.
           EXEC SQL
              SELECT LIBELLE_CATEGORIE
              INTO :WS-BUD-LIBELLE
              FROM API8.CATEGORIE
              WHERE CODE_CATEGORIE = :WS-BUD-CATEGORIE
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE WS-BUD-CATEGORIE TO WS-BUD-LIBELLE
           END-IF.

           MOVE WS-BUD-MONTANT-M0 TO WS-BUD-EDIT-M0.
           MOVE WS-BUD-MONTANT-M1 TO WS-BUD-EDIT-M1.
           MOVE WS-BUD-MONTANT-M2 TO WS-BUD-EDIT-M2.
           MOVE WS-BUD-MONTANT-M3 TO WS-BUD-EDIT-M3.
           MOVE SPACES TO WS-LIGNE-RELEVE.
           STRING '  ' WS-BUD-LIBELLE ' '
              WS-BUD-EDIT-M0 ' ' WS-BUD-EDIT-M1 ' '
              WS-BUD-EDIT-M2 ' ' WS-BUD-EDIT-M3
              DELIMITED BY SIZE INTO WS-LIGNE-RELEVE.
           PERFORM 6300-ECRIRE-LIGNE-RELEVE
              THRU 6300-ECRIRE-LIGNE-RELEVE-EXIT.

      *    Le FETCH suivant ne doit pas voir le SQLCODE du libelle
           MOVE 0 TO SQLCODE.

       1465-FETCH-BUDGET-EXIT.
           EXIT.

       1500-EDITER-PIED.
           MOVE WS-SOLDE-CLOTURE TO WS-SOLDE-CLOTURE-EDIT.

               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           PERFORM 6250-CATALOGUER-PAP
              THRU 6250-CATALOGUER-PAP-EXIT.

           PERFORM 6250-CATALOGUER-ELE
              THRU 6250-CATALOGUER-ELE-EXIT.

           PERFORM 6250-CATALOGUER-IDX
              THRU 6250-CATALOGUER-IDX-EXIT.

       6220-CLOSE-RELEVES-EXIT.
           EXIT.

      *    Le fichier emis est conserve au catalogue des fichiers
      *    emis (API8FICE) comme nouvelle generation, pour un renvoi
      *    a l'identique sur demande (API8RENV)
       6250-CATALOGUER-PAP.
           MOVE 'FRELVPAP' TO FICE-NOM-FICHIER.
           MOVE 'API8RELV' TO FICE-PROGRAMME.
           MOVE 'N' TO FICE-CONTROLE.
           MOVE 80 TO FICE-LONG-LIGNE.
           MOVE 'O' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FRELVPAP NON CATALOGUE'
              GO TO 6250-CATALOGUER-PAP-EXIT
           END-IF.

           OPEN INPUT FRELVPAP.
           IF FS-FRELVPAP NOT = '00'
               DISPLAY 'ERROR OPENING FRELVPAP: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRELVPAP
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'N' TO WS-FICE-FIN-SW.
           PERFORM 6260-CATALOGUER-LIGNE-PAP
              THRU 6260-CATALOGUER-LIGNE-PAP-EXIT
              UNTIL FIN-FICE.

           CLOSE FRELVPAP.
           IF FS-FRELVPAP NOT = '00'
               DISPLAY 'ERROR CLOSING FRELVPAP: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRELVPAP
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'F' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FRELVPAP NON CATALOGUE'
           ELSE
              MOVE FICE-GENERATION TO WS-FICE-GEN-EDIT
              DISPLAY 'FRELVPAP CATALOGUE, GENERATION '
                 WS-FICE-GEN-EDIT
           END-IF.

       6250-CATALOGUER-PAP-EXIT.
           EXIT.

       6260-CATALOGUER-LIGNE-PAP.
           READ FRELVPAP
              AT END SET FIN-FICE TO TRUE
           END-READ.
           IF FS-FRELVPAP NOT = '00' AND FS-FRELVPAP NOT = '10'
               DISPLAY 'ERROR READING FRELVPAP: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRELVPAP
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF NOT FIN-FICE
              MOVE BUF-LIGNE-PAP TO FICE-LIGNE
              MOVE 'L' TO FICE-FONCTION
              CALL 'API8FICE' USING FICE-ZONE
           END-IF.

       6260-CATALOGUER-LIGNE-PAP-EXIT.
           EXIT.

      *    Le fichier emis est conserve au catalogue des fichiers
      *    emis (API8FICE) comme nouvelle generation, pour un renvoi
      *    a l'identique sur demande (API8RENV)
       6250-CATALOGUER-ELE.
           MOVE 'FRELVELE' TO FICE-NOM-FICHIER.
           MOVE 'API8RELV' TO FICE-PROGRAMME.
           MOVE 'N' TO FICE-CONTROLE.
           MOVE 80 TO FICE-LONG-LIGNE.
           MOVE 'O' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FRELVELE NON CATALOGUE'
              GO TO 6250-CATALOGUER-ELE-EXIT
           END-IF.

           OPEN INPUT FRELVELE.
           IF FS-FRELVELE NOT = '00'
               DISPLAY 'ERROR OPENING FRELVELE: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRELVELE
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'N' TO WS-FICE-FIN-SW.
           PERFORM 6260-CATALOGUER-LIGNE-ELE
              THRU 6260-CATALOGUER-LIGNE-ELE-EXIT
              UNTIL FIN-FICE.

           CLOSE FRELVELE.
           IF FS-FRELVELE NOT = '00'
               DISPLAY 'ERROR CLOSING FRELVELE: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRELVELE
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'F' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FRELVELE NON CATALOGUE'
           ELSE
              MOVE FICE-GENERATION TO WS-FICE-GEN-EDIT
              DISPLAY 'FRELVELE CATALOGUE, GENERATION '
                 WS-FICE-GEN-EDIT
           END-IF.

       6250-CATALOGUER-ELE-EXIT.
           EXIT.

       6260-CATALOGUER-LIGNE-ELE.
           READ FRELVELE
              AT END SET FIN-FICE TO TRUE
           END-READ.
           IF FS-FRELVELE NOT = '00' AND FS-FRELVELE NOT = '10'
               DISPLAY 'ERROR READING FRELVELE: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRELVELE
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF NOT FIN-FICE
              MOVE BUF-LIGNE-ELE TO FICE-LIGNE
              MOVE 'L' TO FICE-FONCTION
              CALL 'API8FICE' USING FICE-ZONE
           END-IF.

       6260-CATALOGUER-LIGNE-ELE-EXIT.
           EXIT.

      *    Le fichier emis est conserve au catalogue des fichiers
      *    emis (API8FICE) comme nouvelle generation, pour un renvoi
      *    a l'identique sur demande (API8RENV)
       6250-CATALOGUER-IDX.
           MOVE 'FRELVIDX' TO FICE-NOM-FICHIER.
           MOVE 'API8RELV' TO FICE-PROGRAMME.
           MOVE 'N' TO FICE-CONTROLE.
           MOVE 100 TO FICE-LONG-LIGNE.
           MOVE 'O' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FRELVIDX NON CATALOGUE'
              GO TO 6250-CATALOGUER-IDX-EXIT
           END-IF.

           OPEN INPUT FRELVIDX.
           IF FS-FRELVIDX NOT = '00'
               DISPLAY 'ERROR OPENING FRELVIDX: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRELVIDX
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'N' TO WS-FICE-FIN-SW.
           PERFORM 6260-CATALOGUER-LIGNE-IDX
              THRU 6260-CATALOGUER-LIGNE-IDX-EXIT
              UNTIL FIN-FICE.

           CLOSE FRELVIDX.
           IF FS-FRELVIDX NOT = '00'
               DISPLAY 'ERROR CLOSING FRELVIDX: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRELVIDX
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'F' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FRELVIDX NON CATALOGUE'
           ELSE
              MOVE FICE-GENERATION TO WS-FICE-GEN-EDIT
              DISPLAY 'FRELVIDX CATALOGUE, GENERATION '
                 WS-FICE-GEN-EDIT
           END-IF.

       6250-CATALOGUER-IDX-EXIT.
           EXIT.

       6260-CATALOGUER-LIGNE-IDX.
           READ FRELVIDX
              AT END SET FIN-FICE TO TRUE
           END-READ.
           IF FS-FRELVIDX NOT = '00' AND FS-FRELVIDX NOT = '10'
               DISPLAY 'ERROR READING FRELVIDX: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRELVIDX
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF NOT FIN-FICE
              MOVE BUF-LIGNE-IDX TO FICE-LIGNE
              MOVE 'L' TO FICE-FONCTION
              CALL 'API8FICE' USING FICE-ZONE
           END-IF.

       6260-CATALOGUER-LIGNE-IDX-EXIT.
           EXIT.

       6300-ECRIRE-LIGNE-RELEVE.
      *    Route la ligne vers le flux du client ; toutes les 60
      *    lignes, la page suivante du flux est comptee pour l'index
       0600-INIT-REPRISE-EXIT.
           EXIT.

       0700-CALCULER-MOIS-BUDGET.
      *    Les trois mois precedant la periode du releve, pour la
      *    section budget
           MOVE WS-PERIODE-DEB(1:4) TO WS-BUD-AAAA.
           MOVE WS-PERIODE-DEB(5:2) TO WS-BUD-MM.

           PERFORM 0710-MOIS-PRECEDENT
              THRU 0710-MOIS-PRECEDENT-EXIT.
           MOVE WS-BUD-MOIS-CALC TO WS-BUD-DEB-M1(1:6).
           MOVE '01' TO WS-BUD-DEB-M1(7:2).
           MOVE WS-BUD-MOIS-CALC TO WS-BUD-FIN-M1(1:6).
           MOVE '31' TO WS-BUD-FIN-M1(7:2).

           PERFORM 0710-MOIS-PRECEDENT
              THRU 0710-MOIS-PRECEDENT-EXIT.
           MOVE WS-BUD-MOIS-CALC TO WS-BUD-DEB-M2(1:6).
           MOVE '01' TO WS-BUD-DEB-M2(7:2).
           MOVE WS-BUD-MOIS-CALC TO WS-BUD-FIN-M2(1:6).
           MOVE '31' TO WS-BUD-FIN-M2(7:2).

           PERFORM 0710-MOIS-PRECEDENT
              THRU 0710-MOIS-PRECEDENT-EXIT.
           MOVE WS-BUD-MOIS-CALC TO WS-BUD-DEB-M3(1:6).
           MOVE '01' TO WS-BUD-DEB-M3(7:2).
           MOVE WS-BUD-MOIS-CALC TO WS-BUD-FIN-M3(1:6).
           MOVE '31' TO WS-BUD-FIN-M3(7:2).

       0700-CALCULER-MOIS-BUDGET-EXIT.
           EXIT.

       0710-MOIS-PRECEDENT.
           IF WS-BUD-MM = 1
              MOVE 12 TO WS-BUD-MM
              SUBTRACT 1 FROM WS-BUD-AAAA
           ELSE
              SUBTRACT 1 FROM WS-BUD-MM
           END-IF.
           MOVE WS-BUD-AAAA TO WS-BUD-MOIS-AAAA.
           MOVE WS-BUD-MM TO WS-BUD-MOIS-MM.

       0710-MOIS-PRECEDENT-EXIT.
           EXIT.

       8000-POINT-REPRISE.
      *    Commit periodique : la derniere cle committee est posee
      *    sur API8.REPRISE avant le COMMIT, le curseur WITH HOLD
