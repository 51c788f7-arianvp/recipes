           DISPLAY '  17 NUTRITION PANEL'
           DISPLAY '  18 AUDIT LOG INQUIRY'
           DISPLAY '  19 INGREDIENT WHERE-USED'
           DISPLAY '  73 PLATE COST WITH LABOUR'
           DISPLAY 'MENUS'
           DISPLAY '  20 BUILD MENU'
           DISPLAY '  21 PRINT MENU'
           DISPLAY '  37 LOT EXPIRY REPORT'
           DISPLAY '  38 MAINTAIN INGREDIENT ALLERGENS'
           DISPLAY '  39 MENU ALLERGEN DECLARATIONS'
           DISPLAY '  63 RECORD WASTE OR SPOILAGE'
           DISPLAY '  64 WEEKLY WASTE REPORT'
           DISPLAY '  68 MAINTAIN RECIPE SHELF LIVES'
           DISPLAY '  69 CLOSE BATCHES - END OF DAY'
           DISPLAY '  70 LOT RECALL TRACE'
           DISPLAY '  71 MAINTAIN RECIPE LABOUR'
           DISPLAY '  72 MAINTAIN LABOUR RATES'
           DISPLAY '  74 MAINTAIN HACCP CONTROL POINTS'
           DISPLAY '  75 RECORD HACCP READINGS'
           DISPLAY '  76 HACCP EXCEPTION REPORT'
           DISPLAY '  78 MAINTAIN DINER PROFILES'
           DISPLAY '  79 DINER MENU CONFLICT CHECK'
           DISPLAY '  87 MAINTAIN INGREDIENT SUBSTITUTES'
           DISPLAY 'BATCH JOBS'
           DISPLAY '  40 VERIFY FILES'
           DISPLAY '  41 IMPORT NUTRITION DATA'
           DISPLAY '  45 REBUILD WHERE-USED XREF'
           DISPLAY '  46 RUN OVERNIGHT JOB STREAM'
           DISPLAY '  47 RECOVER FROM JOURNAL'
           DISPLAY '  86 PURGE AGED HISTORY AND SALES'
           DISPLAY '  88 MORNING EXCEPTIONS REPORT'
           DISPLAY 'PURCHASING'
           DISPLAY '  50 MAINTAIN SUPPLIERS AND LINKS'
           DISPLAY '  51 GENERATE PURCHASE ORDERS'
           DISPLAY '  52 OPEN ORDERS REPORT'
           DISPLAY '  53 IMPORT SUPPLIER PRICES'
           DISPLAY '  65 MATCH SUPPLIER INVOICES'
           DISPLAY '  66 MAINTAIN PAR LEVELS'
           DISPLAY '  67 PAR REPLENISHMENT RUN'
           DISPLAY '  81 SUPPLIER SCORECARD'
           DISPLAY 'PERIOD END'
           DISPLAY '  54 INVENTORY VALUATION AND SNAPSHOT'
           DISPLAY '  55 USAGE RECONCILIATION'
           DISPLAY '  80 MONTH-END GL JOURNAL'
           DISPLAY '  82 STOCKTAKE - FREEZE AND COUNT SHEETS'
           DISPLAY '  83 STOCKTAKE - ENTER OR LOAD COUNTS'
           DISPLAY '  84 STOCKTAKE - VARIANCE REPORT'
           DISPLAY '  85 STOCKTAKE - APPROVE AND POST'
           DISPLAY 'PLANNING'
           DISPLAY '  56 FORECAST COVERS INTO PLAN'
           DISPLAY 'SALES'
           DISPLAY '  57 MAINTAIN SELLING PRICES'
           DISPLAY '  58 POST COVERS SOLD'
           DISPLAY '  59 DAILY FOOD COST REPORT'
           DISPLAY '  77 MENU ENGINEERING FOR A PERIOD'
           DISPLAY 'ADMINISTRATION'
           DISPLAY '  60 MAINTAIN OPERATORS'
           DISPLAY 'CATERING'
                   MOVE 2 TO ws-required-level
               WHEN 62
                   MOVE 'quote-event' TO ws-program-name
               WHEN 63
                   MOVE 'record-waste' TO ws-program-name
               WHEN 64
                   MOVE 'waste-report' TO ws-program-name
               WHEN 65
                   MOVE 'match-invoices' TO ws-program-name
                   MOVE 2 TO ws-required-level
               WHEN 66
                   MOVE 'maintain-par' TO ws-program-name
                   MOVE 2 TO ws-required-level
               WHEN 67
                   MOVE 'replenish-par' TO ws-program-name
               WHEN 68
                   MOVE 'maintain-shelf-life' TO ws-program-name
                   MOVE 2 TO ws-required-level
               WHEN 69
                   MOVE 'close-batches' TO ws-program-name
                   MOVE 2 TO ws-required-level
               WHEN 70
                   MOVE 'recall-trace' TO ws-program-name
               WHEN 71
                   MOVE 'maintain-labour' TO ws-program-name
                   MOVE 2 TO ws-required-level
               WHEN 72
                   MOVE 'maintain-labour-rate' TO ws-program-name
                   MOVE 2 TO ws-required-level
               WHEN 73
                   MOVE 'plate-cost-report' TO ws-program-name
               WHEN 74
                   MOVE 'maintain-ccp' TO ws-program-name
                   MOVE 2 TO ws-required-level
               WHEN 75
                   MOVE 'record-ccp' TO ws-program-name
               WHEN 76
                   MOVE 'ccp-exceptions' TO ws-program-name
               WHEN 77
                   MOVE 'menu-engineering' TO ws-program-name
               WHEN 78
                   MOVE 'maintain-diner' TO ws-program-name
                   MOVE 2 TO ws-required-level
               WHEN 79
                   MOVE 'diner-check' TO ws-program-name
               WHEN 80
                   MOVE 'build-gl-journal' TO ws-program-name
                   MOVE 2 TO ws-required-level
               WHEN 81
                   MOVE 'supplier-scorecard' TO ws-program-name
               WHEN 82
                   MOVE 'stocktake-freeze' TO ws-program-name
                   MOVE 3 TO ws-required-level
               WHEN 83
                   MOVE 'stocktake-count' TO ws-program-name
                   MOVE 2 TO ws-required-level
               WHEN 84
                   MOVE 'stocktake-variance' TO ws-program-name
               WHEN 85
                   MOVE 'stocktake-post' TO ws-program-name
                   MOVE 3 TO ws-required-level
               WHEN 86
                   MOVE 'purge-history' TO ws-program-name
                   MOVE 3 TO ws-required-level
               WHEN 87
                   MOVE 'maintain-substitution' TO ws-program-name
                   MOVE 2 TO ws-required-level
               WHEN 88
                   MOVE 'morning-exceptions' TO ws-program-name
               WHEN OTHER
                   DISPLAY 'INVALID CHOICE'
           END-EVALUATE
