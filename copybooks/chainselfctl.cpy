      *    TONIGHT'S CHAIN SELECTION - WRITTEN BY THE JOB CHAIN
      *    CONTROLLER BEFORE THE FIRST ENTRY RUNS, ONE LINE PER NAMED
      *    CHAIN WITH THE DATE IT WAS CHOSEN FOR AND WHY.  A RESTART
      *    RE-SELECTS FROM THE SAME DATE AND THE MORNING STATUS PAGE
      *    PRINTS IT.
           SELECT CHAIN-SEL-FILE ASSIGN TO "CHAINSEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHAIN-SEL-STATUS.
