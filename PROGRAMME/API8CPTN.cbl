      *    (SYSIN : ID_CLIENT, TYPE_COMPTE, CODE_AGENCE), ce batch
      *    ouvre un compte supplementaire pour un client existant :
      *    ID_COMPTE attribue au-dela du plus grand existant, CODE_CB
      *    repris du premier compte du client (meme carte : sel et
      *    empreinte API8EMPR, le code n'etant plus en clair), solde a
      *    zero. La selection du compte a operer se fait ensuite a la
      *    connexion (API8BM1P / API8SELC).
      *    Livret d'epargne reglemente (TYPE_COMPTE 'LIV') : un seul
      *    par client - un second livret non cloture est refuse.
      *    Le code agence (repli '0001') doit figurer ouvert au
      *    referentiel API8.AGENCE tenu par API8AGEN.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-ID-CLIENT-CPTN          PIC S9(9) COMP.
       01  WS-ID-COMPTE-NOUVEAU       PIC S9(9) COMP.
       01  WS-CODE-CB-CLIENT          PIC S9(4) COMP.
       01  WS-SEL-CB-CLIENT           PIC X(8).
       01  WS-EMPREINTE-CB-CLIENT     PIC X(18).
       01  WS-TYPE-COMPTE-CPTN        PIC X(3).
       01  WS-CODE-AGENCE-CPTN        PIC X(4).
       01  WS-NULL-INDICATOR          PIC S9(4) COMP.
       01  WS-NB-LIVRETS              PIC S9(9) COMP.
       01  WS-NB-AGENCES-OUV          PIC S9(9) COMP.

      *    Cle de controle du nouveau compte (style RIB), rangee des
      *    l'ouverture pour figurer sur les documents remis au client
              MOVE WS-PARAM-AGENCE TO WS-CODE-AGENCE-CPTN
           END-IF.

           PERFORM 0800-CONTROLER-AGENCE.

           IF WS-TYPE-COMPTE-CPTN = 'LIV'
              PERFORM 0900-CONTROLER-LIVRET
           END-IF.

           PERFORM 1000-OUVRIR-COMPTE.

           PERFORM 9999-FIN-PROGRAMME-DEB
       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       0800-CONTROLER-AGENCE.
      *    Agence connue du referentiel API8.AGENCE et ouverte
           MOVE 0 TO WS-NB-AGENCES-OUV.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-AGENCES-OUV
              FROM API8.AGENCE
              WHERE CODE_AGENCE = :WS-CODE-AGENCE-CPTN
                AND STATUT_AGENCE = 'O'
           END-EXEC.

           IF WS-NB-AGENCES-OUV = 0
              DISPLAY 'AGENCE INCONNUE OU FERMEE : '
                 WS-CODE-AGENCE-CPTN
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

       0900-CONTROLER-LIVRET.
      *    Un seul livret reglemente par client
           MOVE 0 TO WS-NB-LIVRETS.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-LIVRETS
              FROM API8.COMPTE
              WHERE ID_CLIENT = :WS-ID-CLIENT-CPTN
                AND TYPE_COMPTE = 'LIV'
                AND VALUE(STATUT, ' ') NOT = 'C'
           END-EXEC.

           IF WS-NB-LIVRETS > 0
              DISPLAY 'LIVRET DEJA DETENU PAR LE CLIENT : '
                 WS-ID-CLIENT-CPTN
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

       1000-OUVRIR-COMPTE.
      *    La carte du client reste la meme sur tous ses comptes :
      *    le CODE_CB est repris de son premier compte
              WHERE ID_CLIENT = :WS-ID-CLIENT-CPTN
           END-EXEC.

      *    Sel et empreinte du code de la carte, partages par tous
      *    les comptes du client
           IF WS-NULL-INDICATOR NOT = -1
              EXEC SQL
                 SELECT SEL_CB, EMPREINTE_CB
                 INTO :WS-SEL-CB-CLIENT, :WS-EMPREINTE-CB-CLIENT
                 FROM API8.COMPTE
                 WHERE ID_CLIENT = :WS-ID-CLIENT-CPTN
                   AND ID_COMPTE =
                      (SELECT MIN(ID_COMPTE) FROM API8.COMPTE
                       WHERE ID_CLIENT = :WS-ID-CLIENT-CPTN)
              END-EXEC
           END-IF.

           IF WS-NULL-INDICATOR = -1
              DISPLAY 'CLIENT SANS COMPTE EXISTANT : '
                 WS-ID-CLIENT-CPTN

              EXEC SQL
                 INSERT INTO API8.COMPTE
                    (ID_COMPTE, ID_CLIENT, CODE_CB, SEL_CB,
                     EMPREINTE_CB, SOLDE,
                     CODE_AGENCE, TYPE_COMPTE, CLE_RIB,
                     DATE_OUVERTURE)
                 VALUES
                    (:WS-ID-COMPTE-NOUVEAU, :WS-ID-CLIENT-CPTN,
                     :WS-CODE-CB-CLIENT, :WS-SEL-CB-CLIENT,
                     :WS-EMPREINTE-CB-CLIENT, 0,
                     :WS-CODE-AGENCE-CPTN, :WS-TYPE-COMPTE-CPTN,
                     :WS-CLE-RIB, CURRENT DATE)
              END-EXEC
