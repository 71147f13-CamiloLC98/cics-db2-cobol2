      ******************************************************************
      * DCLGEN TABLE(TAEVTSEQ)                                         *
      *        LIBRARY(BANCO1.SISTEMA.DCLGEN(TAEVTSEQ))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        STRUCTURE(CL-ESTEVTSEQ)                                 *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      *--- CONTADOR DE LA SECUENCIA DE PUBLICACION DEL FEED DE EVENTOS
      *--- DE POSTEO (TAEVENTO). UNA SOLA FILA, CLAVE_ES = 'POSTEO'.
      *--- SOLO LO AVANZA EVPBCOB, BAJO CANDADO DE FILA (MISMA MECANICA
      *--- DE PROXIMO_RG EN TARANGO): DOS CORRIDAS SUPERPUESTAS SE
      *--- SERIALIZAN Y LA SECUENCIA NO TIENE HUECOS NI REPETIDOS, ASI
      *--- EL CONSUMIDOR QUE VE UN SALTO SABE QUE LE FALTA UN EVENTO.
      *--- COLUMNAS CON SUFIJO _ES
      ******************************************************************
           EXEC SQL DECLARE TAEVTSEQ TABLE
           ( CLAVE_ES                       CHAR(8) NOT NULL,
             ULTIMA_SECUENCIA_ES            DECIMAL(15, 0) NOT NULL,
             FECHA_ACTUALIZA_ES             TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TAEVTSEQ                           *
      ******************************************************************
       01  CL-ESTEVTSEQ.
      *                       CLAVE_ES
           10 CL-CLAVE-ES          PIC X(8).
      *                       ULTIMA_SECUENCIA_ES
           10 CL-ULTIMA-SECUENCIA-ES PIC S9(15) USAGE COMP-3.
      *                       FECHA_ACTUALIZA_ES
           10 CL-FECHA-ACTUALIZA-ES PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
