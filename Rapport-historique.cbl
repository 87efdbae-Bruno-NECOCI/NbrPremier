      *    d'invalides et l'ecart de volume par rapport a la periode
      *    precedente. L'historique est suppose chronologique (il
      *    est alimente en extension par le job de screening).
      *    Pour chaque periode, une ligne de suite donne la part de
      *    la duree des runs passee en divisions d'essai (moyenne
      *    ponderee par la duree) et la methode employee (table des
      *    diviseurs premiers, pas a pas ou mixte) ; les syntheses
      *    anterieures a cette mesure n'y entrent pas.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  FD-HIS-DUREE       PIC X(6).
           05  FILLER             PIC X.
           05  FD-HIS-ETAT        PIC X.
           05  FD-HIS-METHODE     PIC X.
               88  FD-HIS-PAR-TABLE   VALUE 'T'.
               88  FD-HIS-PAS-A-PAS   VALUE '1'.
           05  FD-HIS-PART-DIVISION PIC X(2).

       FD  RAPPORT-FILE.
       01  FD-LIGNE-RAPPORT   PIC X(132).
       01  WS-PREMIER-RUN     PIC 9(9) VALUE ZERO.
       01  WS-INVALIDE-RUN    PIC 9(9) VALUE ZERO.
       01  WS-DUREE-RUN       PIC 9(6) VALUE ZERO.
       01  WS-PART-DIV-RUN    PIC 9(2) VALUE ZERO.
       01  WS-DIV-MESUREE     PIC X VALUE 'N'.
           88  WS-DIV-EST-MESUREE VALUE 'O'.

       01  WS-JOUR-ENTIER     PIC 9(9) VALUE ZERO.
       01  WS-LUNDI-ENTIER    PIC 9(9) VALUE ZERO.
               10  WS-SEM-PREMIER     PIC 9(9).
               10  WS-SEM-INVALIDE    PIC 9(9).
               10  WS-SEM-DUREE       PIC 9(9).
               10  WS-SEM-DUREE-MESUREE PIC 9(9).
               10  WS-SEM-DIV-PONDERE PIC 9(11).
               10  WS-SEM-RUNS-TABLE  PIC 9(9).
               10  WS-SEM-RUNS-PAS    PIC 9(9).
       01  WS-IDX-SEM         PIC 9(3) VALUE ZERO.
       01  WS-SEM-DEBORD      PIC 9(9) VALUE ZERO.

               10  WS-MOIS-PREMIER    PIC 9(9).
               10  WS-MOIS-INVALIDE   PIC 9(9).
               10  WS-MOIS-DUREE      PIC 9(9).
               10  WS-MOIS-DUREE-MESUREE PIC 9(9).
               10  WS-MOIS-DIV-PONDERE PIC 9(11).
               10  WS-MOIS-RUNS-TABLE PIC 9(9).
               10  WS-MOIS-RUNS-PAS   PIC 9(9).
       01  WS-IDX-MOIS        PIC 9(3) VALUE ZERO.
       01  WS-MOIS-DEBORD     PIC 9(9) VALUE ZERO.

       01  WS-EDIT-PCT        PIC ZZ9.9.
       01  WS-PTR-RAPPORT     PIC 9(4) VALUE ZERO.

      *    Zone commune a la semaine et au mois pour la ligne de
      *    suite sur les divisions d'essai.
       01  WS-PER-DUREE-MESUREE PIC 9(9) VALUE ZERO.
       01  WS-PER-DIV-PONDERE PIC 9(11) VALUE ZERO.
       01  WS-PER-RUNS-TABLE  PIC 9(9) VALUE ZERO.
       01  WS-PER-RUNS-PAS    PIC 9(9) VALUE ZERO.
       01  WS-PCT-DIVISION    PIC 9(3)V9 VALUE ZERO.

       PROCEDURE DIVISION.

           OPEN OUTPUT RAPPORT-FILE.
               MOVE FUNCTION NUMVAL(FD-HIS-INVALIDE)
                   TO WS-INVALIDE-RUN
               MOVE FUNCTION NUMVAL(FD-HIS-DUREE) TO WS-DUREE-RUN
               PERFORM LIRE-PART-DIVISION
               PERFORM AGREGER-SEMAINE
               PERFORM AGREGER-MOIS
           END-IF.

      *    Methode et part des divisions d'essai (positions 78 a
      *    80) : absentes des syntheses ecrites avant leur mesure,
      *    le run est alors ignore pour cette part.
       LIRE-PART-DIVISION.
           MOVE 'N' TO WS-DIV-MESUREE.
           MOVE ZERO TO WS-PART-DIV-RUN.
           IF (FD-HIS-PAR-TABLE OR FD-HIS-PAS-A-PAS)
              AND FD-HIS-PART-DIVISION IS NUMERIC
               MOVE 'O' TO WS-DIV-MESUREE
               MOVE FD-HIS-PART-DIVISION TO WS-PART-DIV-RUN
           END-IF.

      *    La semaine d'un run est identifiee par la date de son
      *    lundi : le jour 1 du calendrier des fonctions
      *    intrinseques (01/01/1601) etant un lundi, le lundi de la
                   MOVE ZERO TO WS-SEM-PREMIER(WS-IDX-SEM)
                   MOVE ZERO TO WS-SEM-INVALIDE(WS-IDX-SEM)
                   MOVE ZERO TO WS-SEM-DUREE(WS-IDX-SEM)
                   MOVE ZERO TO WS-SEM-DUREE-MESUREE(WS-IDX-SEM)
                   MOVE ZERO TO WS-SEM-DIV-PONDERE(WS-IDX-SEM)
                   MOVE ZERO TO WS-SEM-RUNS-TABLE(WS-IDX-SEM)
                   MOVE ZERO TO WS-SEM-RUNS-PAS(WS-IDX-SEM)
                   PERFORM CUMULER-SEMAINE
               ELSE
                   ADD 1 TO WS-SEM-DEBORD
           ADD WS-PREMIER-RUN TO WS-SEM-PREMIER(WS-IDX-SEM).
           ADD WS-INVALIDE-RUN TO WS-SEM-INVALIDE(WS-IDX-SEM).
           ADD WS-DUREE-RUN TO WS-SEM-DUREE(WS-IDX-SEM).
           IF WS-DIV-EST-MESUREE
               ADD WS-DUREE-RUN TO WS-SEM-DUREE-MESUREE(WS-IDX-SEM)
               COMPUTE WS-SEM-DIV-PONDERE(WS-IDX-SEM) =
                   WS-SEM-DIV-PONDERE(WS-IDX-SEM)
                   + WS-DUREE-RUN * WS-PART-DIV-RUN
               IF FD-HIS-PAR-TABLE
                   ADD 1 TO WS-SEM-RUNS-TABLE(WS-IDX-SEM)
               ELSE
                   ADD 1 TO WS-SEM-RUNS-PAS(WS-IDX-SEM)
               END-IF
           END-IF.

       AGREGER-MOIS.
           MOVE 'N' TO WS-TROUVE.
                   MOVE ZERO TO WS-MOIS-PREMIER(WS-IDX-MOIS)
                   MOVE ZERO TO WS-MOIS-INVALIDE(WS-IDX-MOIS)
                   MOVE ZERO TO WS-MOIS-DUREE(WS-IDX-MOIS)
                   MOVE ZERO TO WS-MOIS-DUREE-MESUREE(WS-IDX-MOIS)
                   MOVE ZERO TO WS-MOIS-DIV-PONDERE(WS-IDX-MOIS)
                   MOVE ZERO TO WS-MOIS-RUNS-TABLE(WS-IDX-MOIS)
                   MOVE ZERO TO WS-MOIS-RUNS-PAS(WS-IDX-MOIS)
                   PERFORM CUMULER-MOIS
               ELSE
                   ADD 1 TO WS-MOIS-DEBORD
           ADD WS-PREMIER-RUN TO WS-MOIS-PREMIER(WS-IDX-MOIS).
           ADD WS-INVALIDE-RUN TO WS-MOIS-INVALIDE(WS-IDX-MOIS).
           ADD WS-DUREE-RUN TO WS-MOIS-DUREE(WS-IDX-MOIS).
           IF WS-DIV-EST-MESUREE
               ADD WS-DUREE-RUN TO WS-MOIS-DUREE-MESUREE(WS-IDX-MOIS)
               COMPUTE WS-MOIS-DIV-PONDERE(WS-IDX-MOIS) =
                   WS-MOIS-DIV-PONDERE(WS-IDX-MOIS)
                   + WS-DUREE-RUN * WS-PART-DIV-RUN
               IF FD-HIS-PAR-TABLE
                   ADD 1 TO WS-MOIS-RUNS-TABLE(WS-IDX-MOIS)
               ELSE
                   ADD 1 TO WS-MOIS-RUNS-PAS(WS-IDX-MOIS)
               END-IF
           END-IF.

       ECRIRE-TENDANCE-HEBDO.
           MOVE 'Tendance hebdomadaire (semaine du lundi indique):'
               END-IF
               MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT
               WRITE FD-LIGNE-RAPPORT
               MOVE WS-SEM-DUREE-MESUREE(WS-IDX-SEM)
                   TO WS-PER-DUREE-MESUREE
               MOVE WS-SEM-DIV-PONDERE(WS-IDX-SEM)
                   TO WS-PER-DIV-PONDERE
               MOVE WS-SEM-RUNS-TABLE(WS-IDX-SEM) TO WS-PER-RUNS-TABLE
               MOVE WS-SEM-RUNS-PAS(WS-IDX-SEM) TO WS-PER-RUNS-PAS
               PERFORM ECRIRE-PART-DIVISION
           END-PERFORM.
           IF WS-SEM-DEBORD > 0
               MOVE SPACES TO WS-LIGNE-RAPPORT
               END-IF
               MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT
               WRITE FD-LIGNE-RAPPORT
               MOVE WS-MOIS-DUREE-MESUREE(WS-IDX-MOIS)
                   TO WS-PER-DUREE-MESUREE
               MOVE WS-MOIS-DIV-PONDERE(WS-IDX-MOIS)
                   TO WS-PER-DIV-PONDERE
               MOVE WS-MOIS-RUNS-TABLE(WS-IDX-MOIS) TO WS-PER-RUNS-TABLE
               MOVE WS-MOIS-RUNS-PAS(WS-IDX-MOIS) TO WS-PER-RUNS-PAS
               PERFORM ECRIRE-PART-DIVISION
           END-PERFORM.
           IF WS-MOIS-DEBORD > 0
               MOVE SPACES TO WS-LIGNE-RAPPORT
               WRITE FD-LIGNE-RAPPORT
           END-IF.

      *    Ligne de suite de la periode : rien si aucun de ses runs
      *    ne porte la mesure des divisions d'essai.
       ECRIRE-PART-DIVISION.
           IF WS-PER-RUNS-TABLE + WS-PER-RUNS-PAS > 0
               IF WS-PER-DUREE-MESUREE > 0
                   COMPUTE WS-PCT-DIVISION ROUNDED
                       = WS-PER-DIV-PONDERE / WS-PER-DUREE-MESUREE
               ELSE
                   MOVE ZERO TO WS-PCT-DIVISION
               END-IF
               MOVE SPACES TO WS-LIGNE-RAPPORT
               MOVE 1 TO WS-PTR-RAPPORT
               MOVE WS-PCT-DIVISION TO WS-EDIT-PCT
               STRING '    divisions d''essai: ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-PCT) DELIMITED BY SIZE
                   ' % de la duree (' DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT WITH POINTER WS-PTR-RAPPORT
               END-STRING
               IF WS-PER-RUNS-PAS = 0
                   STRING 'table des diviseurs premiers'
                       DELIMITED BY SIZE
                       INTO WS-LIGNE-RAPPORT
                       WITH POINTER WS-PTR-RAPPORT
                   END-STRING
               ELSE
                   IF WS-PER-RUNS-TABLE = 0
                       STRING 'pas a pas' DELIMITED BY SIZE
                           INTO WS-LIGNE-RAPPORT
                           WITH POINTER WS-PTR-RAPPORT
                       END-STRING
                   ELSE
                       STRING 'mixte' DELIMITED BY SIZE
                           INTO WS-LIGNE-RAPPORT
                           WITH POINTER WS-PTR-RAPPORT
                       END-STRING
                   END-IF
               END-IF
               MOVE WS-PER-RUNS-TABLE TO WS-EDIT-COMPTEUR
               STRING ', ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-COMPTEUR) DELIMITED BY SIZE
                   ' run(s) par table, ' DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT WITH POINTER WS-PTR-RAPPORT
               END-STRING
               MOVE WS-PER-RUNS-PAS TO WS-EDIT-COMPTEUR
               STRING FUNCTION TRIM(WS-EDIT-COMPTEUR)
                   DELIMITED BY SIZE
                   ' pas a pas)' DELIMITED BY SIZE
                   INTO WS-LIGNE-RAPPORT WITH POINTER WS-PTR-RAPPORT
               END-STRING
               MOVE WS-LIGNE-RAPPORT TO FD-LIGNE-RAPPORT
               WRITE FD-LIGNE-RAPPORT
           END-IF.

       ECRIRE-TOTAUX.
           MOVE WS-NB-LUES TO WS-EDIT-COMPTEUR.
           MOVE SPACES TO WS-LIGNE-RAPPORT.
