           cancel "db-query".
           cancel "db-delete".
           cancel "db-index-maintain".
           cancel "db-provenance-record".

           exit program.

