      *    et texte libre saisis a l'ecran, enregistres sur
      *    API8.RECLAMATION (statut 'O') pour la file de traitement
      *    back-office API8RECL.
      *    La categorie de depense d'une operation au debit
      *    (API8.CATEGOPE, posee la nuit par API8CATB) est affichee ;
      *    PF6 la remplace par le code saisi, controle contre
      *    API8.CATEGORIE. Le choix du client (ORIGINE 'C') n'est
      *    plus jamais recalcule par les regles.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-NULL-INDICATOR      PIC S9(4) COMP.
       01  WS-ID-RECL-EDIT        PIC 9(9).

      *    Categorie de depense de l'operation affichee
       01  WS-CODE-CATEGORIE      PIC X(4).
       01  WS-LIB-CATEGORIE       PIC X(20).
       01  WS-CATEGORIE-SAISIE    PIC X(4).


      *    Zone d'appel du controle d'inactivite API8STMO : la
      *    derniere activite du terminal est verifiee a chaque
              WHEN EIBAID = DFHPF5
                 PERFORM 1300-OUVRIR-RECLAMATION

              WHEN EIBAID = DFHPF6
                 PERFORM 1500-RECATEGORISER

              WHEN EIBCALEN = 11 OR EIBAID = DFHCLEAR
                 MOVE LOW-VALUES TO DETL1I
                 MOVE LOW-VALUES TO DETL1O
                 MOVE WS-TYPE-OP OF DCLOPERATION TO TYPOPO
                 MOVE WS-DATE-OP OF DCLOPERATION TO DATOPO
                 MOVE WS-LIBELLE-OP TO LIBOPO
                 PERFORM 1250-LIRE-CATEGORIE
                 MOVE SPACES TO MESDETO
              WHEN 100
                 MOVE 'OPERATION INTROUVABLE' TO MESDETO
                 MOVE 'ERREUR LECTURE OPERATION' TO MESDETO
           END-EVALUATE.

       1250-LIRE-CATEGORIE.
      *    Seuls les debits sont categorises ; une operation du jour
      *    n'a pas encore de categorie avant le passage de nuit
           MOVE SPACES TO WS-CODE-CATEGORIE.
           MOVE SPACES TO WS-LIB-CATEGORIE.
           IF WS-TYPE-OP OF DCLOPERATION = 'R' OR 'S' OR 'F'
                                        OR 'P' OR 'M' OR 'C'
              EXEC SQL
                 SELECT G.CODE_CATEGORIE,
                        VALUE(C.LIBELLE_CATEGORIE, ' ')
                 INTO :WS-CODE-CATEGORIE, :WS-LIB-CATEGORIE
                 FROM API8.CATEGOPE G
                 LEFT OUTER JOIN API8.CATEGORIE C
                   ON C.CODE_CATEGORIE = G.CODE_CATEGORIE
                 WHERE G.ID_OPERATION = :WS-ID-OPERATION-SEL
              END-EXEC
              IF SQLCODE = 100
                 MOVE 'NON CLASSEE' TO WS-LIB-CATEGORIE
              END-IF
           ELSE
              MOVE 'CREDIT - SANS OBJET' TO WS-LIB-CATEGORIE
           END-IF.
           MOVE WS-CODE-CATEGORIE TO CATOPO.
           MOVE WS-LIB-CATEGORIE TO LIBCATO.
           MOVE 0 TO SQLCODE.

       1300-OUVRIR-RECLAMATION.
      *    Le client conteste l'operation affichee : motif code et
      *    texte libre saisis a l'ecran, la reclamation part en file
                      DATAONLY
                 END-EXEC
           END-EVALUATE.

       1500-RECATEGORISER.
      *    Le client corrige la categorie de l'operation affichee :
      *    le code saisi doit exister et l'operation etre un debit
      *    de l'un de ses comptes
           EXEC CICS RECEIVE MAP ('DETL1')
                MAPSET ('APNSE09')
                INTO(DETL1I)
           END-EXEC.

           MOVE CATOPI TO WS-CATEGORIE-SAISIE.
           IF WS-CATEGORIE-SAISIE = SPACES
              OR WS-CATEGORIE-SAISIE = LOW-VALUES
              MOVE 'CODE CATEGORIE OBLIGATOIRE' TO MESDETO
              SET SEND-DATAONLY-ALARM TO TRUE
              PERFORM 1400-SEND-ECRAN-DETAIL
           ELSE
              PERFORM 1200-LIRE-OPERATION
              EVALUATE TRUE
                 WHEN MESDETO NOT = SPACES
                    SET SEND-DATAONLY-ALARM TO TRUE
                    PERFORM 1400-SEND-ECRAN-DETAIL
                 WHEN LIBCATO = 'CREDIT - SANS OBJET'
                    MOVE 'SEULS LES DEBITS SONT CATEGORISES'
                       TO MESDETO
                    SET SEND-DATAONLY-ALARM TO TRUE
                    PERFORM 1400-SEND-ECRAN-DETAIL
                 WHEN OTHER
                    PERFORM 1550-ECRIRE-CATEGORIE
              END-EVALUATE
           END-IF.

       1550-ECRIRE-CATEGORIE.
           MOVE SPACES TO WS-LIB-CATEGORIE.
           EXEC SQL
              SELECT LIBELLE_CATEGORIE
              INTO :WS-LIB-CATEGORIE
              FROM API8.CATEGORIE
              WHERE CODE_CATEGORIE = :WS-CATEGORIE-SAISIE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'CATEGORIE INCONNUE' TO MESDETO
              SET SEND-DATAONLY-ALARM TO TRUE
              PERFORM 1400-SEND-ECRAN-DETAIL
           ELSE
              EXEC SQL
                 UPDATE API8.CATEGOPE
                 SET CODE_CATEGORIE = :WS-CATEGORIE-SAISIE,
                     ORIGINE = 'C',
                     DATE_MAJ = CURRENT DATE
                 WHERE ID_OPERATION = :WS-ID-OPERATION-SEL
              END-EXEC
              IF SQLCODE = 100
                 EXEC SQL
                    INSERT INTO API8.CATEGOPE
                       (ID_OPERATION, CODE_CATEGORIE, ORIGINE,
                        DATE_MAJ)
                    VALUES
                       (:WS-ID-OPERATION-SEL, :WS-CATEGORIE-SAISIE,
                        'C', CURRENT DATE)
                 END-EXEC
              END-IF
              IF SQLCODE = 0
                 MOVE WS-CATEGORIE-SAISIE TO CATOPO
                 MOVE WS-LIB-CATEGORIE TO LIBCATO
                 MOVE 'CATEGORIE MODIFIEE' TO MESDETO
                 SET SEND-DATAONLY TO TRUE
              ELSE
                 MOVE 'ERREUR MISE A JOUR CATEGORIE' TO MESDETO
                 SET SEND-DATAONLY-ALARM TO TRUE
              END-IF
              PERFORM 1400-SEND-ECRAN-DETAIL
           END-IF.
