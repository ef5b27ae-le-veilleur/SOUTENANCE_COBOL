       01  WS-ANCIEN-SOLDE-EDIT   PIC -(7)9,99.
       01  WS-NOUVEAU-SOLDE-EDIT  PIC -(7)9,99.

      *    Le CODE_CB du fichier n'est pas range en clair : sel et
      *    empreinte calcules par API8EMPR. Un client deja connu
      *    garde le sel de ses comptes (meme carte sur tous ses
      *    comptes) ; sinon un nouveau sel est tire
       01  WS-ID-CLIENT-EMPR      PIC 9(9).
       01  WS-SEL-NULL-IND        PIC S9(4) COMP.
       01  EMPR-ZONE.
           05  EMPR-ACTION        PIC X(1).
           05  EMPR-IDENTITE      PIC X(9).
           05  EMPR-SECRET        PIC X(8).
           05  EMPR-SEL           PIC X(8).
           05  EMPR-EMPREINTE     PIC X(18).

       01  ERR-MSG.
           05  ERR-LONG      PIC S9(4) COMP VALUE +720.
           05  ERR-TXT       PIC X(72) OCCURS 10 TIMES.
           ADD 1 TO WS-NB-CPT-LUS.
           MOVE BUF-ID-COMPTE TO WS-ID-COMPTE.
           MOVE BUF-ID-CLIENT-COMPTE TO WS-ID-CLIENT OF DCLCOMPTE.
           MOVE 0 TO WS-CODE-CB.
           MOVE BUF-SOLDE TO TEMP-SOLDE.
           MOVE TEMP-SOLDE TO WS-SOLDE.

              WHENEVER SQLERROR CONTINUE
           END-EXEC.

           PERFORM 1050-CALCULER-EMPREINTE-CB
              THRU 1050-CALCULER-EMPREINTE-CB-EXIT.

      *    Le fichier d'entree ne porte pas d'agence ni de produit -
      *    on pose les memes valeurs par defaut que les lectures de
      *    ces colonnes ailleurs (agence siege '0001', produit 'STD')
           EXEC SQL
            INSERT INTO API8.COMPTE
           (ID_COMPTE, ID_CLIENT, CODE_CB, SEL_CB, EMPREINTE_CB,
            SOLDE, CODE_AGENCE, TYPE_COMPTE) VALUES
           (:WS-ID-COMPTE, :DCLCOMPTE.WS-ID-CLIENT,
           :WS-CODE-CB, :EMPR-SEL, :EMPR-EMPREINTE,
           :WS-SOLDE, '0001', 'STD')
           END-EXEC.

      *    Rejet : on trace l'enregistrement en erreur
       1000-TRAITER-COMPTE-EXIT.
           EXIT.

       1050-CALCULER-EMPREINTE-CB.
           MOVE SPACES TO EMPR-SEL.
           MOVE WS-ID-CLIENT OF DCLCOMPTE TO WS-ID-CLIENT-EMPR.

           EXEC SQL
              SELECT MIN(SEL_CB)
              INTO :EMPR-SEL :WS-SEL-NULL-IND
              FROM API8.COMPTE
              WHERE ID_CLIENT = :DCLCOMPTE.WS-ID-CLIENT
                AND ID_COMPTE <> :WS-ID-COMPTE
           END-EXEC.

           IF SQLCODE = 0 AND WS-SEL-NULL-IND NOT = -1
              AND EMPR-SEL NOT = SPACES
              MOVE 'C' TO EMPR-ACTION
           ELSE
              MOVE 'G' TO EMPR-ACTION
           END-IF.

           MOVE WS-ID-CLIENT-EMPR TO EMPR-IDENTITE.
           MOVE BUF-CODE-CB TO EMPR-SECRET.
           CALL 'API8EMPR' USING EMPR-ZONE.

       1050-CALCULER-EMPREINTE-CB-EXIT.
           EXIT.

       1100-MAJ-COMPTE.
      *    L'ancien solde part dans le rapport avant d'etre ecrase :
      *    un solde modifie par un chargement delta doit se retrouver
              UPDATE API8.COMPTE
              SET ID_CLIENT = :DCLCOMPTE.WS-ID-CLIENT,
                  CODE_CB = :WS-CODE-CB,
                  SEL_CB = :EMPR-SEL,
                  EMPREINTE_CB = :EMPR-EMPREINTE,
                  SOLDE = :WS-SOLDE
              WHERE ID_COMPTE = :WS-ID-COMPTE
           END-EXEC.
