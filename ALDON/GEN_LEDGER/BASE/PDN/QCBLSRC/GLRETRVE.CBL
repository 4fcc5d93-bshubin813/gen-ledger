002200*  MODIFICATION HISTORY                                         *
002300*---------------------------------------------------------------*
002400*  08/20/26  MJF  ORIGINAL PROGRAM.                             *
002410*  10/15/26  MJF  THE AUDIT ROW EXTRACT CARRIES THE ROWS' CHAIN  *
002420*                 SEQUENCE NUMBERS AND HASHES.                   *
002500*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
010000                   ==GLLAR-ACCT-NO==    BY ==LGO-ACCT-NO==
010100                   ==GLLAR-DR-CR-CODE== BY ==LGO-DR-CR-CODE==
010200                   ==GLLAR-BAL-BEFORE== BY ==LGO-BAL-BEFORE==
010300                   ==GLLAR-BAL-AFTER==  BY ==LGO-BAL-AFTER==
010310                   ==GLLAR-SEQ-NO==     BY ==LGO-SEQ-NO==
010320                   ==GLLAR-CHAIN-HASH== BY ==LGO-CHAIN-HASH==.
010400
010500/
010600*****************************************************************
