      *    virements externes bloques par les services de posting
      *    (API8SRTR/API8SVIR/API8VIR) jusqu'a la levee du regime a
      *    la majorite par le batch API8MAJO.
      *    Le code CB saisi n'est pas range en clair : API8.COMPTE
      *    recoit le sel et l'empreinte calcules par API8EMPR.
      *    Auto-certification fiscale : pays de residence fiscale et
      *    numero d'identification fiscale (NIF) saisis ensemble,
      *    ranges sur API8.RESIDENCEFISC ; sans saisie le client part
      *    avec une auto-certification manquante (STATUT_AUTOCERT
      *    'M'), relancee par API8KYCS et completee par API8RFIS.
      *    Le livret d'epargne reglemente (TYPE_COMPTE 'LIV') ne
      *    s'ouvre pas ici : il ne se debite que vers le compte
      *    courant du client et s'ouvre a cote par API8CPTN.
      *    Le code agence saisi (repli '0001') doit figurer ouvert au
      *    referentiel API8.AGENCE tenu par API8AGEN.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-SOLDE-NUM            PIC 9(10).
       01  WS-CODECB-ALPHA         PIC X(4).
       01  WS-CODECB-NUM           PIC 9(4).

      *    Empreinte salee du code CB (service API8EMPR)
       01  WS-ID-CLIENT-EMPR       PIC 9(9).
       01  EMPR-ZONE.
           05  EMPR-ACTION         PIC X(1).
           05  EMPR-IDENTITE       PIC X(9).
           05  EMPR-SECRET         PIC X(8).
           05  EMPR-SEL            PIC X(8).
           05  EMPR-EMPREINTE      PIC X(18).
       01  WS-NULL-INDICATOR       PIC S9(4) COMP.
       01  WS-ID-CLIENT-EDIT       PIC 9(9).

           88 CLIENT-MINEUR             VALUE 'Y'.
       01  WS-ID-TUTEUR           PIC S9(9) COMP.
       01  WS-NB-TUTEURS          PIC S9(9) COMP.
       01  WS-NB-AGENCES-OUV      PIC S9(9) COMP.
       01  WS-DATE-MAJORITE       PIC 9(8).

      *    Auto-certification fiscale
       01  WS-STATUT-AUTOCERT     PIC X(1).
       01  WS-PAYS-FISCAL         PIC X(2).
       01  WS-NIF                 PIC X(20).

      *    Session operateur (jeton API8SIGN)
       01  WS-COMM-PROTEGE.
           05  WS-PROT-ID-CLIENT   PIC S9(9) COMP.
              PERFORM 1250-EDITER-NAISSANCE
           END-IF.

           IF VALID-DATA
              PERFORM 1260-EDITER-RESIDENCE-FISCALE
           END-IF.

           IF VALID-DATA
              IF TYPECPTONBI = 'LIV'
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'LIVRET : OUVRIR D''ABORD UN COMPTE COURANT'
                    TO MESONBO
              END-IF
           END-IF.

           IF VALID-DATA
              PERFORM 1270-EDITER-AGENCE
           END-IF.

       1250-EDITER-NAISSANCE.
      *    Date de naissance obligatoire ; age calcule sur l'annee
      *    civile corrigee du quantieme - moins de 18 ans = regime
              END-IF
           END-IF.

       1260-EDITER-RESIDENCE-FISCALE.
      *    Pays (code ISO sur deux lettres) et NIF vont ensemble ;
      *    les deux a blanc = auto-certification a obtenir
           MOVE SPACES TO WS-PAYS-FISCAL WS-NIF.
           IF PAYSFONBI NOT = LOW-VALUES
              MOVE PAYSFONBI TO WS-PAYS-FISCAL
           END-IF.
           IF NIFONBI NOT = LOW-VALUES
              MOVE NIFONBI TO WS-NIF
           END-IF.

           EVALUATE TRUE
              WHEN WS-PAYS-FISCAL = SPACES AND WS-NIF = SPACES
                 MOVE 'M' TO WS-STATUT-AUTOCERT
              WHEN WS-PAYS-FISCAL = SPACES OR WS-NIF = SPACES
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'PAYS FISCAL ET NIF SAISIS ENSEMBLE'
                    TO MESONBO
              WHEN WS-PAYS-FISCAL IS NOT ALPHABETIC-UPPER
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'PAYS FISCAL : CODE ISO SUR 2 LETTRES'
                    TO MESONBO
              WHEN OTHER
                 MOVE 'R' TO WS-STATUT-AUTOCERT
           END-EVALUATE.

       1270-EDITER-AGENCE.
      *    Agence connue du referentiel et ouverte ; une agence en
      *    regroupement ou fermee ne recoit plus de compte
           MOVE '0001' TO WS-CODE-AGENCE.
           IF AGENCEONBI NOT = SPACES AND AGENCEONBI NOT = LOW-VALUES
              MOVE AGENCEONBI TO WS-CODE-AGENCE
           END-IF.

           MOVE 0 TO WS-NB-AGENCES-OUV.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-AGENCES-OUV
              FROM API8.AGENCE
              WHERE CODE_AGENCE = :WS-CODE-AGENCE
                AND STATUT_AGENCE = 'O'
           END-EXEC.

           IF WS-NB-AGENCES-OUV = 0
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'AGENCE INCONNUE OU FERMEE' TO MESONBO
           END-IF.

       1300-CREER-CLIENT.
           EXEC SQL
              SELECT MAX(ID_CLIENT)
           EXEC SQL
              INSERT INTO API8.CLIENT
                 (ID_CLIENT, NOM_CLIENT, PRENOM_CLIENT,
                  ADRESSE_CLIENT, DATE_NAISSANCE, STATUT_AUTOCERT)
              VALUES
                 (:DCLCLIENT.WS-ID-CLIENT, :WS-NOM-CLIENT,
                  :WS-PRENOM-CLIENT, :WS-ADRESSE-CLIENT,
                  :WS-DATE-NAISSANCE, :WS-STATUT-AUTOCERT)
           END-EXEC.

           IF SQLCODE = 0
              IF WS-STATUT-AUTOCERT = 'R'
                 PERFORM 1307-CREER-RESIDENCE-FISCALE
              END-IF
              IF CLIENT-MINEUR
                 PERFORM 1305-CREER-REGIME-MINEUR
              END-IF
                  :WS-DATE-MAJORITE, 'Y', CURRENT DATE)
           END-EXEC.

       1307-CREER-RESIDENCE-FISCALE.
      *    Premiere residence fiscale declaree ; les suivantes et les
      *    changements passent par le batch API8RFIS
           EXEC SQL
              INSERT INTO API8.RESIDENCEFISC
                 (ID_CLIENT, PAYS_FISCAL, NIF, DATE_MAJ)
              VALUES
                 (:DCLCLIENT.WS-ID-CLIENT, :WS-PAYS-FISCAL,
                  :WS-NIF, CURRENT DATE)
           END-EXEC.

           EXEC SQL
              UPDATE API8.CLIENT
              SET DATE_AUTOCERT = CURRENT DATE
              WHERE ID_CLIENT = :DCLCLIENT.WS-ID-CLIENT
           END-EXEC.

       1310-CREER-COMPTE.
           MOVE SOLDEONBI TO WS-SOLDE-ALPHA.
           MOVE WS-SOLDE-ALPHA TO WS-SOLDE-NUM.

           MOVE CODECBONBI TO WS-CODECB-ALPHA.
           MOVE WS-CODECB-ALPHA TO WS-CODECB-NUM.
           MOVE 0 TO WS-CODE-CB OF DCLCOMPTE.

           MOVE WS-ID-CLIENT OF DCLCLIENT TO WS-ID-COMPTE OF DCLCOMPTE.
           MOVE WS-ID-CLIENT OF DCLCLIENT TO WS-ID-CLIENT OF DCLCOMPTE.

           MOVE 'G' TO EMPR-ACTION.
           MOVE WS-ID-CLIENT OF DCLCLIENT TO WS-ID-CLIENT-EMPR.
           MOVE WS-ID-CLIENT-EMPR TO EMPR-IDENTITE.
           MOVE WS-CODECB-NUM TO EMPR-SECRET.
           CALL 'API8EMPR' USING EMPR-ZONE.

           MOVE '0001' TO WS-CODE-AGENCE.
           IF AGENCEONBI NOT = SPACES AND AGENCEONBI NOT = LOW-VALUES
              MOVE AGENCEONBI TO WS-CODE-AGENCE

           EXEC SQL
              INSERT INTO API8.COMPTE
                 (ID_COMPTE, ID_CLIENT, CODE_CB, SEL_CB, EMPREINTE_CB,
                  SOLDE, CODE_AGENCE, TYPE_COMPTE, CLE_RIB,
                  DATE_OUVERTURE)
              VALUES
                 (:DCLCOMPTE.WS-ID-COMPTE, :DCLCOMPTE.WS-ID-CLIENT,
                  :DCLCOMPTE.WS-CODE-CB, :EMPR-SEL, :EMPR-EMPREINTE,
                  :DCLCOMPTE.WS-SOLDE,
                  :WS-CODE-AGENCE, :WS-TYPE-COMPTE, :WS-CLE-RIB,
                  CURRENT DATE)
           END-EXEC.
