       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8PRTS.
      *===============================================================
      *    ECRAN DU REGISTRE DES PERTES OPERATIONNELLES
      *    Le registre API8.PERTEOPE recoit chaque mois les pertes
      *    collectees par le batch API8PRTC (gestes commerciaux,
      *    reclamations remboursees, fraudes, chargebacks perdus,
      *    ecarts de caisse, rappels refuses). La gestion des
      *    risques saisit ici les autres evenements et tient les
      *    recuperations a jour :
      *       ' '  consultation de l'evenement saisi
      *       'C'  creation d'un evenement manuel (source 'MANU') :
      *            categorie, agence, dates de survenance et de
      *            decouverte, perte brute, recuperations, libelle
      *       'R'  mise a jour des recuperations (assurance,
      *            recouvrement) d'un evenement, quelle que soit sa
      *            source
      *    Categories d'evenement (nomenclature Bale) :
      *       FRI fraude interne          FRX fraude externe
      *       RHS pratiques emploi/securite
      *       CPC clients, produits et pratiques commerciales
      *       DAM dommages aux actifs     SYS interruption systemes
      *       EXE execution, livraison et gestion des processus
      *    Les montants se saisissent sur dix chiffres dont deux
      *    decimales. Chaque creation ou mise a jour porte
      *    l'operateur et est tracee a l'AUDITLOG.
      *    Acces protege par le jeton de session API8SIGN
      *    (habilitation supervision), meme convention qu'API8RECL.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01  SWITCHES.
      *
           05  VALID-DATA-SW               PIC X    VALUE 'Y'.
               88 VALID-DATA                        VALUE 'Y'.
      *

        01  FLAGS.
      *
           05  SEND-FLAG                   PIC X.
               88  SEND-ERASE                       VALUE '1'.
               88  SEND-DATAONLY                    VALUE '2'.
               88  SEND-DATAONLY-ALARM              VALUE '3'.

       01  WS-XCTL-PROGRAM-SW              PIC X VALUE 'N'.
           88 XCTL-PROGRAM                       VALUE 'Y'.

       COPY DFHAID.
       COPY APNSE43.

      *    Session operateur : l'acces exige le jeton
      *    pose par API8SIGN ('SIGN' a l'arrivee, 'CONT' ensuite) ;
      *    sans jeton, l'ecran refuse et renvoie vers la connexion
       01  WS-COMM-PROTEGE.
           05  WS-PROT-OPERATEUR   PIC X(8).
           05  WS-PROT-JETON       PIC X(4).

      *    Evenement de perte charge ou saisi a l'ecran
       01  WS-ID-EVENEMENT        PIC S9(9) COMP.
       01  WS-SOURCE-EVT          PIC X(4).
       01  WS-REF-SOURCE          PIC S9(9) COMP.
       01  WS-CATEGORIE           PIC X(3).
           88 CATEGORIE-VALIDE    VALUES 'FRI' 'FRX' 'RHS' 'CPC'
                                         'DAM' 'SYS' 'EXE'.
       01  WS-CODE-AGENCE         PIC X(4).
       01  WS-DATE-SURVENANCE     PIC X(8).
       01  WS-DATE-DECOUVERTE     PIC X(8).
       01  WS-PERTE-BRUTE         PIC S9(9)V99 COMP-3.
       01  WS-RECUPERATIONS       PIC S9(9)V99 COMP-3.
       01  WS-LIBELLE-EVT         PIC X(40).
       01  WS-ID-OPERATEUR-EVT    PIC X(8).

      *    Controle des dates saisies (AAAAMMJJ)
       01  WS-DATE-SAISIE         PIC X(8).
       01  WS-DATE-CONTROLE       PIC 9(8).
       01  FILLER REDEFINES WS-DATE-CONTROLE.
           05  WS-CTL-ANNEE       PIC 9(4).
           05  WS-CTL-MOIS        PIC 9(2).
           05  WS-CTL-JOUR        PIC 9(2).
       01  WS-DATE-JOUR           PIC X(8).

      *    Montants saisis sur dix chiffres, deux decimales
       01  WS-SAISIE-MONTANT      PIC X(10).
       01  WS-SAISIE-MONTANT-NUM REDEFINES WS-SAISIE-MONTANT
                                  PIC 9(8)V99.

       01  WS-ID-EVT-ALPHA        PIC X(9).
       01  WS-ID-EVT-NUM          PIC 9(9).
       01  WS-NB-AGENCES          PIC S9(9) COMP.

      *    Piste d'audit operateur : meme convention
      *    qu'API8SIGN 1350-TRACER-AUDIT, l'ID_CLIENT restant a zero
       01  WS-ID-AUDIT            PIC S9(9) COMP.
       01  WS-ID-CLIENT-ZERO      PIC S9(9) COMP VALUE 0.
       01  WS-AUDIT-EVENEMENT     PIC X(30).
       01  WS-AUDIT-NULL-IND      PIC S9(4) COMP.

      *    Zone d'appel du service de numerotation API8NUMO
       01  NUMO-ZONE.
           05  NUMO-COMPTEUR      PIC X(12).
           05  NUMO-VALEUR        PIC S9(9) COMP.
           05  NUMO-CODE-RETOUR   PIC X(1).

      *    Zone d'appel du controle d'inactivite API8STMO : la
      *    derniere activite du terminal est verifiee a chaque
      *    reentree, au-dela du delai la session est invalidee
       01  STMO-ZONE.
           05  STMO-TERMINAL      PIC X(4).
           05  STMO-ACTION        PIC X(1).
           05  STMO-UTILISATEUR   PIC X(8).
           05  STMO-CODE-RETOUR   PIC X(1).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05 DFHCOM-OPERATEUR PIC X(8).
           05 DFHCOM-JETON     PIC X(4).

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.
           MOVE SPACES TO WS-COMM-PROTEGE.
           IF EIBCALEN >= 12
              MOVE DFHCOM-OPERATEUR TO WS-PROT-OPERATEUR
              MOVE DFHCOM-JETON TO WS-PROT-JETON
           END-IF.

      *    Transaction protegee : sans jeton de session API8SIGN,
      *    l'acces est refuse
           IF WS-PROT-JETON NOT = 'SIGN' AND WS-PROT-JETON NOT = 'CONT'
              MOVE LOW-VALUES TO PRTE1I
              MOVE LOW-VALUES TO PRTE1O
              MOVE 'ACCES REFUSE - PASSER PAR API8SIGN' TO MESPRTO
              SET SEND-DATAONLY-ALARM TO TRUE
              PERFORM 1400-SEND-ECRAN-PRTE
              EXEC CICS RETURN
              END-EXEC
           END-IF.

      *    Inactivite : au-dela du delai, la session tombe et
      *    l'utilisateur repasse par la connexion (API8STMO trace
      *    l'expiration sur API8.AUDITLOG)
           MOVE EIBTRMID TO STMO-TERMINAL.
           MOVE WS-PROT-OPERATEUR TO STMO-UTILISATEUR.
           IF WS-PROT-JETON = 'SIGN'
              MOVE 'R' TO STMO-ACTION
           ELSE
              MOVE 'C' TO STMO-ACTION
           END-IF.
           CALL 'API8STMO' USING STMO-ZONE.
           IF STMO-CODE-RETOUR = '1'
              MOVE LOW-VALUES TO PRTE1I
              MOVE LOW-VALUES TO PRTE1O
              MOVE 'SESSION EXPIREE - PASSER PAR API8SIGN' TO MESPRTO
              SET SEND-DATAONLY-ALARM TO TRUE
              PERFORM 1400-SEND-ECRAN-PRTE
              EXEC CICS RETURN
              END-EXEC
           END-IF.

           EVALUATE TRUE
              WHEN WS-PROT-JETON = 'SIGN'
                 MOVE LOW-VALUES TO PRTE1I
                 MOVE LOW-VALUES TO PRTE1O
                 SET SEND-ERASE TO TRUE
                 PERFORM 1400-SEND-ECRAN-PRTE

              WHEN EIBAID = DFHCLEAR
                 MOVE LOW-VALUES TO PRTE1I
                 MOVE LOW-VALUES TO PRTE1O
                 SET SEND-ERASE TO TRUE
                 PERFORM 1400-SEND-ECRAN-PRTE

              WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE

              WHEN EIBAID = DFHPF3 OR DFHPF12
                   SET XCTL-PROGRAM TO TRUE

              WHEN EIBAID = DFHENTER
                   PERFORM 1000-TRAITER-SAISIE

              WHEN OTHER
                 PERFORM 1100-RECEIVE-ECRAN-PRTE
                 MOVE 'TOUCHE INVALIDE' TO MESPRTO
                 SET SEND-DATAONLY-ALARM TO TRUE
                 PERFORM 1400-SEND-ECRAN-PRTE

           END-EVALUATE.

           IF NOT XCTL-PROGRAM
               MOVE 'CONT' TO WS-PROT-JETON
               EXEC CICS RETURN TRANSID('SN46')
                    COMMAREA(WS-COMM-PROTEGE)
                    LENGTH(12)
               END-EXEC
           ELSE
               EXEC CICS XCTL PROGRAM('API8SIGN')
               END-EXEC
           END-IF.

       1000-TRAITER-SAISIE.
           PERFORM 1100-RECEIVE-ECRAN-PRTE.
           PERFORM 1200-VALIDER-SAISIE.
           IF VALID-DATA
              EVALUATE ACTEVTI
                 WHEN 'C'
                    PERFORM 2000-VALIDER-EVENEMENT
                    IF VALID-DATA
                       PERFORM 3000-CREER-EVENEMENT
                    END-IF
                 WHEN 'R'
                    PERFORM 2100-LIRE-EVENEMENT
                    IF VALID-DATA
                       PERFORM 3100-MAJ-RECUPERATIONS
                    END-IF
                 WHEN OTHER
                    PERFORM 2100-LIRE-EVENEMENT
              END-EVALUATE
           END-IF.
           IF VALID-DATA
              PERFORM 2200-AFFICHER-EVENEMENT
              SET SEND-DATAONLY TO TRUE
           ELSE
              SET SEND-DATAONLY-ALARM TO TRUE
           END-IF.
           PERFORM 1400-SEND-ECRAN-PRTE.

       1100-RECEIVE-ECRAN-PRTE.
           EXEC CICS RECEIVE MAP ('PRTE1')
                  MAPSET ('APNSE43')
                  INTO (PRTE1I)
           END-EXEC.

       1200-VALIDER-SAISIE.
      *    Creation : le numero est attribue ; consultation et
      *    recuperations : le numero de l'evenement est obligatoire
           MOVE 'Y' TO VALID-DATA-SW.
           MOVE 0 TO WS-ID-EVENEMENT.

           IF ACTEVTI NOT = 'C' AND ACTEVTI NOT = 'R'
              AND ACTEVTI NOT = SPACE AND ACTEVTI NOT = LOW-VALUE
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'ACTION C (CREER), R (RECUPERATIONS) OU BLANC'
                 TO MESPRTO
           END-IF.

           IF VALID-DATA AND ACTEVTI NOT = 'C'
              IF IDEVTI = SPACES OR IDEVTI = LOW-VALUES
                 OR IDEVTI IS NOT NUMERIC
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'NUMERO D''EVENEMENT NUMERIQUE OBLIGATOIRE'
                    TO MESPRTO
              ELSE
                 MOVE IDEVTI TO WS-ID-EVT-ALPHA
                 MOVE WS-ID-EVT-ALPHA TO WS-ID-EVT-NUM
                 MOVE WS-ID-EVT-NUM TO WS-ID-EVENEMENT
              END-IF
           END-IF.

       2000-VALIDER-EVENEMENT.
           MOVE CATEGI TO WS-CATEGORIE.
           IF NOT CATEGORIE-VALIDE
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'CATEGORIE FRI FRX RHS CPC DAM SYS EXE' TO MESPRTO
           END-IF.

           IF VALID-DATA
              IF AGENCEI = SPACES OR AGENCEI = LOW-VALUES
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'CODE AGENCE OBLIGATOIRE' TO MESPRTO
              ELSE
                 MOVE AGENCEI TO WS-CODE-AGENCE
                 PERFORM 2050-CONTROLER-AGENCE
              END-IF
           END-IF.

           IF VALID-DATA
              MOVE DATSURVI TO WS-DATE-SAISIE
              PERFORM 2060-CONTROLER-DATE
              IF NOT VALID-DATA
                 MOVE 'DATE DE SURVENANCE AAAAMMJJ INVALIDE'
                    TO MESPRTO
              ELSE
                 MOVE WS-DATE-SAISIE TO WS-DATE-SURVENANCE
              END-IF
           END-IF.

           IF VALID-DATA
              MOVE DATDECOI TO WS-DATE-SAISIE
              PERFORM 2060-CONTROLER-DATE
              IF NOT VALID-DATA
                 MOVE 'DATE DE DECOUVERTE AAAAMMJJ INVALIDE'
                    TO MESPRTO
              ELSE
                 MOVE WS-DATE-SAISIE TO WS-DATE-DECOUVERTE
              END-IF
           END-IF.

      *    Un evenement se decouvre apres sa survenance, et au plus
      *    tard aujourd'hui
           IF VALID-DATA
              ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
              IF WS-DATE-DECOUVERTE < WS-DATE-SURVENANCE
                 OR WS-DATE-DECOUVERTE > WS-DATE-JOUR
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'DECOUVERTE ENTRE SURVENANCE ET AUJOURD''HUI'
                    TO MESPRTO
              END-IF
           END-IF.

           IF VALID-DATA
              IF PERTEI = SPACES OR PERTEI = LOW-VALUES
                 OR PERTEI IS NOT NUMERIC
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'PERTE BRUTE NUMERIQUE OBLIGATOIRE' TO MESPRTO
              ELSE
                 MOVE PERTEI TO WS-SAISIE-MONTANT
                 MOVE WS-SAISIE-MONTANT-NUM TO WS-PERTE-BRUTE
                 IF WS-PERTE-BRUTE = 0
                    MOVE 'N' TO VALID-DATA-SW
                    MOVE 'PERTE BRUTE NON NULLE OBLIGATOIRE'
                       TO MESPRTO
                 END-IF
              END-IF
           END-IF.

           IF VALID-DATA
              PERFORM 2070-CONTROLER-RECUPERATIONS
           END-IF.

           IF VALID-DATA
              IF LIBEVTI = SPACES OR LIBEVTI = LOW-VALUES
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'LIBELLE DE L''EVENEMENT OBLIGATOIRE' TO MESPRTO
              ELSE
                 MOVE LIBEVTI TO WS-LIBELLE-EVT
              END-IF
           END-IF.

       2050-CONTROLER-AGENCE.
      *    Une agence fermee depuis reste admise : l'evenement peut
      *    etre anterieur a la fermeture
           MOVE 0 TO WS-NB-AGENCES.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-AGENCES
              FROM API8.AGENCE
              WHERE CODE_AGENCE = :WS-CODE-AGENCE
           END-EXEC.

           IF WS-NB-AGENCES = 0
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'AGENCE INCONNUE' TO MESPRTO
           END-IF.

       2060-CONTROLER-DATE.
           IF WS-DATE-SAISIE IS NOT NUMERIC
              MOVE 'N' TO VALID-DATA-SW
           ELSE
              MOVE WS-DATE-SAISIE TO WS-DATE-CONTROLE
              IF WS-CTL-MOIS < 1 OR WS-CTL-MOIS > 12
                 OR WS-CTL-JOUR < 1 OR WS-CTL-JOUR > 31
                 OR WS-CTL-ANNEE < 1900
                 MOVE 'N' TO VALID-DATA-SW
              END-IF
           END-IF.

       2070-CONTROLER-RECUPERATIONS.
      *    Recuperations facultatives a la creation (zero) ; jamais
      *    au-dela de la perte brute
           MOVE 0 TO WS-RECUPERATIONS.
           IF RECUPI NOT = SPACES AND RECUPI NOT = LOW-VALUES
              IF RECUPI IS NOT NUMERIC
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'RECUPERATIONS NUMERIQUES (10 CHIFFRES)'
                    TO MESPRTO
              ELSE
                 MOVE RECUPI TO WS-SAISIE-MONTANT
                 MOVE WS-SAISIE-MONTANT-NUM TO WS-RECUPERATIONS
              END-IF
           END-IF.

           IF VALID-DATA AND WS-RECUPERATIONS > WS-PERTE-BRUTE
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'RECUPERATIONS SUPERIEURES A LA PERTE BRUTE'
                 TO MESPRTO
           END-IF.

       2100-LIRE-EVENEMENT.
           EXEC SQL
              SELECT SOURCE_EVT, REF_SOURCE, CATEGORIE, CODE_AGENCE,
                     DATE_SURVENANCE, DATE_DECOUVERTE, PERTE_BRUTE,
                     RECUPERATIONS, LIBELLE_EVT,
                     VALUE(ID_OPERATEUR, ' ')
              INTO :WS-SOURCE-EVT, :WS-REF-SOURCE, :WS-CATEGORIE,
                   :WS-CODE-AGENCE, :WS-DATE-SURVENANCE,
                   :WS-DATE-DECOUVERTE, :WS-PERTE-BRUTE,
                   :WS-RECUPERATIONS, :WS-LIBELLE-EVT,
                   :WS-ID-OPERATEUR-EVT
              FROM API8.PERTEOPE
              WHERE ID_EVENEMENT = :WS-ID-EVENEMENT
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 MOVE SPACES TO MESPRTO
              WHEN 100
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'EVENEMENT DE PERTE INTROUVABLE' TO MESPRTO
              WHEN OTHER
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'ERREUR LECTURE REGISTRE DES PERTES' TO MESPRTO
           END-EVALUATE.

       2200-AFFICHER-EVENEMENT.
           MOVE WS-ID-EVENEMENT TO WS-ID-EVT-NUM.
           MOVE WS-ID-EVT-NUM TO IDEVTO.
           MOVE SPACE TO ACTEVTO.
           MOVE WS-SOURCE-EVT TO SOURCEO.
           MOVE WS-REF-SOURCE TO WS-ID-EVT-NUM.
           MOVE WS-ID-EVT-NUM TO REFSRCO.
           MOVE WS-CATEGORIE TO CATEGO.
           MOVE WS-CODE-AGENCE TO AGENCEO.
           MOVE WS-DATE-SURVENANCE TO DATSURVO.
           MOVE WS-DATE-DECOUVERTE TO DATDECOO.
           MOVE WS-PERTE-BRUTE TO WS-SAISIE-MONTANT-NUM.
           MOVE WS-SAISIE-MONTANT TO PERTEO.
           MOVE WS-RECUPERATIONS TO WS-SAISIE-MONTANT-NUM.
           MOVE WS-SAISIE-MONTANT TO RECUPO.
           MOVE WS-LIBELLE-EVT TO LIBEVTO.
           MOVE WS-ID-OPERATEUR-EVT TO OPESAIO.

       3000-CREER-EVENEMENT.
           MOVE 'PERTEOPE' TO NUMO-COMPTEUR.
           CALL 'API8NUMO' USING NUMO-ZONE.
           IF NUMO-CODE-RETOUR NOT = '0'
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'ATTRIBUTION NUMERO EVENEMENT IMPOSSIBLE'
                 TO MESPRTO
           ELSE
              MOVE NUMO-VALEUR TO WS-ID-EVENEMENT
              MOVE 'MANU' TO WS-SOURCE-EVT
              MOVE 0 TO WS-REF-SOURCE
              MOVE WS-PROT-OPERATEUR TO WS-ID-OPERATEUR-EVT
              EXEC SQL
                 INSERT INTO API8.PERTEOPE
                    (ID_EVENEMENT, SOURCE_EVT, REF_SOURCE, CATEGORIE,
                     CODE_AGENCE, DATE_SURVENANCE, DATE_DECOUVERTE,
                     PERTE_BRUTE, RECUPERATIONS, LIBELLE_EVT,
                     ID_OPERATEUR, DATE_SAISIE)
                 VALUES
                    (:WS-ID-EVENEMENT, :WS-SOURCE-EVT,
                     :WS-REF-SOURCE, :WS-CATEGORIE, :WS-CODE-AGENCE,
                     :WS-DATE-SURVENANCE, :WS-DATE-DECOUVERTE,
                     :WS-PERTE-BRUTE, :WS-RECUPERATIONS,
                     :WS-LIBELLE-EVT, :WS-ID-OPERATEUR-EVT,
                     CURRENT DATE)
              END-EXEC
              IF SQLCODE = 0
                 MOVE 'PERTE OPE. SAISIE' TO WS-AUDIT-EVENEMENT
                 PERFORM 3900-TRACER-AUDIT
                 MOVE 'EVENEMENT DE PERTE ENREGISTRE' TO MESPRTO
              ELSE
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'ERREUR ENREGISTREMENT EVENEMENT' TO MESPRTO
              END-IF
           END-IF.

       3100-MAJ-RECUPERATIONS.
      *    Seules les recuperations evoluent apres l'enregistrement :
      *    la perte brute reste celle constatee
           IF RECUPI = SPACES OR RECUPI = LOW-VALUES
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'MONTANT DES RECUPERATIONS OBLIGATOIRE' TO MESPRTO
           ELSE
              PERFORM 2070-CONTROLER-RECUPERATIONS
           END-IF.
           IF VALID-DATA
              EXEC SQL
                 UPDATE API8.PERTEOPE
                 SET RECUPERATIONS = :WS-RECUPERATIONS
                 WHERE ID_EVENEMENT = :WS-ID-EVENEMENT
              END-EXEC
              IF SQLCODE = 0
                 MOVE 'RECUPERATION PERTE OPE.' TO WS-AUDIT-EVENEMENT
                 PERFORM 3900-TRACER-AUDIT
                 MOVE 'RECUPERATIONS MISES A JOUR' TO MESPRTO
              ELSE
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'ERREUR MISE A JOUR RECUPERATIONS' TO MESPRTO
              END-IF
           END-IF.

       3900-TRACER-AUDIT.
           EXEC SQL
              SELECT MAX(ID_AUDIT)
              INTO :WS-ID-AUDIT :WS-AUDIT-NULL-IND
              FROM API8.AUDITLOG
           END-EXEC.

           IF WS-AUDIT-NULL-IND = -1
              MOVE 1 TO WS-ID-AUDIT
           ELSE
              ADD 1 TO WS-ID-AUDIT
           END-IF.

           EXEC SQL
              INSERT INTO API8.AUDITLOG
                 (ID_AUDIT, ID_CLIENT, PROGRAMME, EVENEMENT,
                  ID_OPERATEUR, DATE_AUDIT, HEURE_AUDIT)
              VALUES
                 (:WS-ID-AUDIT, :WS-ID-CLIENT-ZERO, 'API8PRTS',
                  :WS-AUDIT-EVENEMENT, :WS-PROT-OPERATEUR,
                  CURRENT DATE, CURRENT TIME)
           END-EXEC.

       1400-SEND-ECRAN-PRTE.
           EVALUATE TRUE
              WHEN SEND-ERASE
                 EXEC CICS SEND MAP ('PRTE1')
                      MAPSET ('APNSE43')
                      FROM(PRTE1O)
                      ERASE
                 END-EXEC
              WHEN SEND-DATAONLY
                 EXEC CICS SEND MAP ('PRTE1')
                      MAPSET ('APNSE43')
                      FROM(PRTE1O)
                      DATAONLY
                 END-EXEC
              WHEN SEND-DATAONLY-ALARM
                 EXEC CICS SEND MAP ('PRTE1')
                      MAPSET ('APNSE43')
                      FROM(PRTE1O)
                      DATAONLY
                 END-EXEC
           END-EVALUATE.
