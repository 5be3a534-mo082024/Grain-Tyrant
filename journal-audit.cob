               WHEN "SELG"
               WHEN "BUYG"
               WHEN "SPOI"
               WHEN "TRGO"
               WHEN "TRGI"
                   MOVE "GRAIN" TO ASSET-CLASS
               WHEN "SOWF"
               WHEN "HARF"
               WHEN "CONF"
               WHEN "SELF"
               WHEN "BUYF"
               WHEN "TRFO"
               WHEN "TRFI"
                   MOVE "FLAX" TO ASSET-CLASS
               WHEN "ERNG"
               WHEN "REPG"
               WHEN "PROV"
               WHEN "BLDG"
               WHEN "TAXG"
               WHEN "TRRG"
               WHEN "TRPG"
                   MOVE "GOLD" TO ASSET-CLASS
               WHEN "LOAN"
               WHEN "REPY"
