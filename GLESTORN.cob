      *          REPOSTAGEM DO SALACUM. O REGISTRO DE ESTORNO AMARRA A
      *          COMPETENCIA, A DATA/HORA DA POSTAGEM ORIGINAL E OS
      *          TOTAIS ESTORNADOS.
      * Mod Log:
      *   - REGISTROS 'A' DO RUNCTL (FOLHA COMPLEMENTAR) NAO SAO A
      *     POSTAGEM ORIGINAL - A DATA/HORA E O OPERADOR DO REGISTRO
      *     DE ESTORNO VEM SO DOS REGISTROS DE POSTAGEM DO SALACUM.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       0510-PROCURA-POSTAGEM.
           IF CTL-ANO = WRK-ANO-ESTORNO
               AND CTL-MES = WRK-MES-ESTORNO
               AND CTL-TIPO NOT = 'A'
               SET WRK-POSTAGEM-ACHADA-SW TO TRUE
               MOVE CTL-DATA TO WRK-DATA-POSTAGEM
               MOVE CTL-HORA TO WRK-HORA-POSTAGEM
