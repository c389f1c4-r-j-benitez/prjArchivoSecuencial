000330*
000340* HISTORIAL DE MODIFICACIONES
000350*   2026-09-03  OFS  VERSION INICIAL.
000355*   2026-10-15  OFS  LA NOTA SE GRABA CON ORIGEN EN BLANCO
000356*                    (PROPIA) PARA DISTINGUIRLA DE LAS TRAIDAS
000357*                    CON UN PASE.
000360*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
004640     MOVE WS-PERIODO-NUM TO CALPERIODO.
004650     MOVE WS-NOTA-NUM TO CALNOTA.
004660     MOVE WS-CICLO-ABIERTO TO CALCICLO.
004665     MOVE SPACE TO CALORIGEN.
004670     IF NOTA-EXISTE
004680         REWRITE CALIFICACION-REGISTRO
004690     ELSE
