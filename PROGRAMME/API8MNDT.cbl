      *    controles par le batch de prelevement API8PREL avant tout
      *    debit : sans mandat actif, la demande du creancier est
      *    rejetee.
      *    Le client restreint en outre les prelevements sur son
      *    compte, conformement a son droit de limitation :
      *       'P' plafonds du mandat (creancier + reference) : montant
      *           maximum par prelevement (unites entieres) et nombre
      *           maximum de prelevements par periode ('M' mois,
      *           'T' trimestre, 'A' annee) ; zero = sans limite
      *       'B' blocage de tout prelevement d'un creancier, mandat
      *           ou non
      *       'L' ajout du creancier a la liste autorisee : des qu'un
      *           creancier y figure, seuls les creanciers de la liste
      *           peuvent prelever
      *       'D' levee de la restriction posee sur le creancier
      *           (deblocage ou retrait de la liste)
      *    Les restrictions par creancier sont tenues sur
      *    API8.RESTRICPREL ; API8PREL rejette les demandes qui les
      *    enfreignent avec un motif propre, rendu au creancier dans
      *    le fichier de retour des impayes.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-ID-CREANCIER        PIC X(10).
       01  WS-REF-MANDAT          PIC X(13).

      *    Plafonds du mandat et restrictions par creancier
       01  WS-MAX-SAISI           PIC 9(7).
       01  WS-NB-SAISI            PIC 9(2).
       01  WS-MONTANT-MAX         PIC S9(8)V99 COMP-3.
       01  WS-NB-MAX-PERIODE      PIC S9(3) COMP-3.
       01  WS-PERIODE-MAX         PIC X(1).
       01  WS-TYPE-RESTRIC        PIC X(1).
       01  WS-TYPE-RESTRIC-ACTUEL PIC X(1).
       01  WS-NB-BLOQUES          PIC S9(9) COMP.
       01  WS-NB-LISTES           PIC S9(9) COMP.
       01  WS-NB-EDIT             PIC ZZ9.
       01  WS-NB-EDIT-2           PIC ZZ9.


      *    Zone d'appel du controle d'inactivite API8STMO : la
      *    derniere activite du terminal est verifiee a chaque
           IF VALID-DATA
              PERFORM 1250-LIRE-COMPTE
              IF VALID-DATA
                 PERFORM 1390-RESUMER-RESTRICTIONS
                 EVALUATE ACTMNDI
                    WHEN 'A'
                       PERFORM 1300-AJOUTER-MANDAT
                    WHEN 'S'
                       PERFORM 1350-REVOQUER-MANDAT
                    WHEN 'P'
                       PERFORM 1360-FIXER-PLAFONDS
                    WHEN 'B'
                    WHEN 'L'
                       PERFORM 1370-RESTREINDRE-CREANCIER
                    WHEN 'D'
                       PERFORM 1380-LEVER-RESTRICTION
                 END-EVALUATE
              END-IF
           END-IF.
           END-IF.

           IF VALID-DATA
              AND ACTMNDI NOT = 'A' AND ACTMNDI NOT = 'S'
              AND ACTMNDI NOT = 'P' AND ACTMNDI NOT = 'B'
              AND ACTMNDI NOT = 'L' AND ACTMNDI NOT = 'D'
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'ACTION A, S, P (PLAFONDS), B, L OU D (CREANCIER)'
                 TO MESMNDO
           END-IF.

      *    Les restrictions B/L/D portent sur le creancier, sans
      *    reference de mandat
           IF VALID-DATA
              AND (ACTMNDI = 'A' OR ACTMNDI = 'S' OR ACTMNDI = 'P')
              AND (REFMANDATI = SPACES OR REFMANDATI = LOW-VALUES)
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'REFERENCE DE MANDAT OBLIGATOIRE' TO MESMNDO
           END-IF.

           IF VALID-DATA AND ACTMNDI = 'P'
              IF MAXMNDI = SPACES OR MAXMNDI = LOW-VALUES
                 MOVE 0 TO WS-MAX-SAISI
              ELSE
                 IF MAXMNDI IS NOT NUMERIC
                    MOVE 'N' TO VALID-DATA-SW
                    MOVE 'MONTANT MAXIMUM EN EUROS ENTIERS (7 CHIFFRES)'
                       TO MESMNDO
                 ELSE
                    MOVE MAXMNDI TO WS-MAX-SAISI
                 END-IF
              END-IF
           END-IF.

           IF VALID-DATA AND ACTMNDI = 'P'
              IF NBMNDI = SPACES OR NBMNDI = LOW-VALUES
                 MOVE 0 TO WS-NB-SAISI
              ELSE
                 IF NBMNDI IS NOT NUMERIC
                    MOVE 'N' TO VALID-DATA-SW
                    MOVE 'NOMBRE MAXIMUM SUR 2 CHIFFRES' TO MESMNDO
                 ELSE
                    MOVE NBMNDI TO WS-NB-SAISI
                 END-IF
              END-IF
           END-IF.

           IF VALID-DATA AND ACTMNDI = 'P' AND WS-NB-SAISI > 0
              AND PERMNDI NOT = 'M' AND PERMNDI NOT = 'T'
              AND PERMNDI NOT = 'A'
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'PERIODE M (MOIS), T (TRIMESTRE) OU A (ANNEE)'
                 TO MESMNDO
           END-IF.

       1250-LIRE-COMPTE.
              MOVE 'AUCUN MANDAT ACTIF POUR CES REFERENCES' TO MESMNDO
           END-IF.

       1360-FIXER-PLAFONDS.
      *    Plafonds du mandat actif : montant maximum par prelevement
      *    et nombre maximum par periode, zero = sans limite. Le
      *    compteur de la periode en cours est conserve
           MOVE CREANCIERI TO WS-ID-CREANCIER.
           MOVE REFMANDATI TO WS-REF-MANDAT.
           MOVE WS-MAX-SAISI TO WS-MONTANT-MAX.
           MOVE WS-NB-SAISI TO WS-NB-MAX-PERIODE.
           IF WS-NB-SAISI > 0
              MOVE PERMNDI TO WS-PERIODE-MAX
           ELSE
              MOVE 'M' TO WS-PERIODE-MAX
           END-IF.

           EXEC SQL
              UPDATE API8.MANDAT
              SET MONTANT_MAX = :WS-MONTANT-MAX,
                  NB_MAX_PERIODE = :WS-NB-MAX-PERIODE,
                  PERIODE_MAX = :WS-PERIODE-MAX
              WHERE ID_COMPTE = :WS-ID-COMPTE-MANDAT
                AND ID_CREANCIER = :WS-ID-CREANCIER
                AND REF_MANDAT = :WS-REF-MANDAT
                AND ACTIF = 'Y'
           END-EXEC.

           IF SQLCODE = 0
              IF WS-MONTANT-MAX = 0 AND WS-NB-MAX-PERIODE = 0
                 MOVE 'PLAFONDS DU MANDAT LEVES' TO MESMNDO
              ELSE
                 MOVE 'PLAFONDS DU MANDAT ENREGISTRES' TO MESMNDO
              END-IF
              SET SEND-DATAONLY TO TRUE
              PERFORM 1400-SEND-ECRAN-MNDT
           ELSE
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'AUCUN MANDAT ACTIF POUR CES REFERENCES' TO MESMNDO
           END-IF.

       1370-RESTREINDRE-CREANCIER.
      *    Une seule restriction par compte et creancier : bloquer un
      *    creancier de la liste autorisee l'en retire, et
      *    inversement
           MOVE CREANCIERI TO WS-ID-CREANCIER.
           MOVE ACTMNDI TO WS-TYPE-RESTRIC.

           MOVE SPACE TO WS-TYPE-RESTRIC-ACTUEL.
           EXEC SQL
              SELECT TYPE_RESTRIC
              INTO :WS-TYPE-RESTRIC-ACTUEL
              FROM API8.RESTRICPREL
              WHERE ID_COMPTE = :WS-ID-COMPTE-MANDAT
                AND ID_CREANCIER = :WS-ID-CREANCIER
           END-EXEC.

           IF SQLCODE = 0
              EXEC SQL
                 UPDATE API8.RESTRICPREL
                 SET TYPE_RESTRIC = :WS-TYPE-RESTRIC,
                     DATE_CREATION = CURRENT DATE
                 WHERE ID_COMPTE = :WS-ID-COMPTE-MANDAT
                   AND ID_CREANCIER = :WS-ID-CREANCIER
              END-EXEC
           ELSE
              EXEC SQL
                 INSERT INTO API8.RESTRICPREL
                    (ID_COMPTE, ID_CREANCIER, TYPE_RESTRIC,
                     DATE_CREATION)
                 VALUES
                    (:WS-ID-COMPTE-MANDAT, :WS-ID-CREANCIER,
                     :WS-TYPE-RESTRIC, CURRENT DATE)
              END-EXEC
           END-IF.

           IF SQLCODE = 0
              IF WS-TYPE-RESTRIC = 'B'
                 MOVE 'CREANCIER BLOQUE - TOUT PRELEVEMENT REJETE'
                    TO MESMNDO
              ELSE
                 MOVE 'CREANCIER AJOUTE A LA LISTE AUTORISEE'
                    TO MESMNDO
              END-IF
              PERFORM 1390-RESUMER-RESTRICTIONS
              SET SEND-DATAONLY TO TRUE
              PERFORM 1400-SEND-ECRAN-MNDT
           ELSE
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'ERREUR ENREGISTREMENT RESTRICTION' TO MESMNDO
           END-IF.

       1380-LEVER-RESTRICTION.
           MOVE CREANCIERI TO WS-ID-CREANCIER.

           EXEC SQL
              DELETE FROM API8.RESTRICPREL
              WHERE ID_COMPTE = :WS-ID-COMPTE-MANDAT
                AND ID_CREANCIER = :WS-ID-CREANCIER
           END-EXEC.

           IF SQLCODE = 0
              MOVE 'RESTRICTION LEVEE SUR CE CREANCIER' TO MESMNDO
              PERFORM 1390-RESUMER-RESTRICTIONS
              SET SEND-DATAONLY TO TRUE
              PERFORM 1400-SEND-ECRAN-MNDT
           ELSE
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'AUCUNE RESTRICTION SUR CE CREANCIER' TO MESMNDO
           END-IF.

       1390-RESUMER-RESTRICTIONS.
      *    Rappel des restrictions en vigueur sur le compte
           MOVE 0 TO WS-NB-BLOQUES.
           MOVE 0 TO WS-NB-LISTES.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-BLOQUES
              FROM API8.RESTRICPREL
              WHERE ID_COMPTE = :WS-ID-COMPTE-MANDAT
                AND TYPE_RESTRIC = 'B'
           END-EXEC.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-LISTES
              FROM API8.RESTRICPREL
              WHERE ID_COMPTE = :WS-ID-COMPTE-MANDAT
                AND TYPE_RESTRIC = 'L'
           END-EXEC.
           MOVE 0 TO SQLCODE.

           MOVE WS-NB-BLOQUES TO WS-NB-EDIT.
           MOVE WS-NB-LISTES TO WS-NB-EDIT-2.
           MOVE SPACES TO RSTMNDO.
           IF WS-NB-LISTES > 0
              STRING 'BLOQUES ' WS-NB-EDIT
                 '  LISTE AUTORISEE ' WS-NB-EDIT-2
                 ' - SEULS LES LISTES PRELEVENT'
                 DELIMITED BY SIZE INTO RSTMNDO
           ELSE
              STRING 'CREANCIERS BLOQUES ' WS-NB-EDIT
                 '  PAS DE LISTE AUTORISEE'
                 DELIMITED BY SIZE INTO RSTMNDO
           END-IF.

       1400-SEND-ECRAN-MNDT.
           EVALUATE TRUE
              WHEN SEND-ERASE
