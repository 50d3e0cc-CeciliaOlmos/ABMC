                   LOCK MODE IS AUTOMATIC
                   SHARING WITH ALL OTHER
                   FILE STATUS IS ws-usuarios-status.
           SELECT CONVENIOS
               ASSIGN TO "..\convenios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cnv-cod
                   LOCK MODE IS AUTOMATIC
                   SHARING WITH ALL OTHER
                   FILE STATUS IS ws-convenios-status.
           SELECT COMPROBANTES
               ASSIGN TO "..\comprobantes.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cpb-clave
                   LOCK MODE IS AUTOMATIC
                   SHARING WITH ALL OTHER
                   FILE STATUS IS ws-comprobantes-status.
           SELECT RESULTADO
               ASSIGN TO "..\resultado_paso.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ws-resultado-status.

       DATA DIVISION.
       FILE SECTION.
               88 SOC-ACTIVO      VALUE "A".
               88 SOC-INACTIVO    VALUE "I".
               88 SOC-HONORARIO   VALUE "H".
               88 SOC-LICENCIA    VALUE "L".
           03 soc-dni          PIC 9(8).
           03 soc-domicilio    PIC X(30).
           03 soc-telefono     PIC X(15).
               05 soc-alta-mes  PIC 99.
               05 soc-alta-dia  PIC 99.
           03 soc-categoria    PIC 99.
           03 soc-fecha-nac.
               05 soc-nac-anio  PIC 9(4).
               05 soc-nac-mes   PIC 99.
               05 soc-nac-dia   PIC 99.
       FD  MOVSOCIOS.
       01  mov-reg.
           03 mov-clave.
           03 tar-categoria    PIC 99.
           03 tar-descripcion  PIC X(20).
           03 tar-importe      PIC 9(6)V99.
           03 tar-importe-licencia PIC 9(6)V99.
       FD  CTLCUOTA.
       01  ctlq-reg.
           03 ctlq-periodo.
               88 PERFIL-CONSULTA   VALUE "C".
               88 PERFIL-OPERADOR   VALUE "O".
               88 PERFIL-SUPERVISOR VALUE "S".
       FD  CONVENIOS.
       01  cnv-reg.
           03 cnv-cod           PIC 9(6).
           03 cnv-fecha.
               05 cnv-anio      PIC 99.
               05 cnv-mes       PIC 99.
               05 cnv-dia       PIC 99.
           03 cnv-deuda         PIC 9(6)V99.
           03 cnv-cant-cuotas   PIC 99.
           03 cnv-importe-cuota PIC 9(6)V99.
           03 cnv-cuotas-fact   PIC 99.
           03 cnv-total-fact    PIC 9(6)V99.
           03 cnv-cuotas-impagas PIC 9.
           03 cnv-ult-periodo.
               05 cnv-ult-anio  PIC 99.
               05 cnv-ult-mes   PIC 99.
           03 cnv-estado        PIC X.
               88 CNV-VIGENTE      VALUE "V".
               88 CNV-CUMPLIDO     VALUE "C".
               88 CNV-INCUMPLIDO   VALUE "I".
           03 cnv-usuario       PIC X(8).
      * Cuenta corriente por comprobante: cada cargo al socio queda
      * con su periodo, su importe y lo que falta cancelar. La clave
      * socio + numero sigue el orden de emision (el mas viejo
      * primero).
       FD  COMPROBANTES.
       01  cpb-reg.
           03 cpb-clave.
               05 cpb-cod       PIC 9(6).
               05 cpb-nro       PIC 9(6).
           03 cpb-tipo          PIC X(5).
           03 cpb-periodo.
               05 cpb-per-anio  PIC 99.
               05 cpb-per-mes   PIC 99.
           03 cpb-fecha.
               05 cpb-anio      PIC 99.
               05 cpb-mes       PIC 99.
               05 cpb-dia       PIC 99.
           03 cpb-importe       PIC 9(6)V99.
           03 cpb-pendiente     PIC 9(6)V99.
      * Totales de la corrida, que toma el cierre mensual para su
      * log consolidado.
       FD  RESULTADO.
       01  res-reg.
           03 res-programa      PIC X(20).
           03 filler            PIC X      VALUE SPACE.
           03 res-periodo.
               05 res-anio      PIC 99.
               05 res-mes       PIC 99.
           03 filler            PIC X      VALUE SPACE.
           03 res-procesados    PIC 9(6).
           03 filler            PIC X      VALUE SPACE.
           03 res-omitidos      PIC 9(6).
           03 filler            PIC X      VALUE SPACE.
           03 res-errores       PIC 9(6).
           03 filler            PIC X      VALUE SPACE.
           03 res-importe       PIC S9(9)V99.
       WORKING-STORAGE SECTION.

       01  fecha.
           03 dia               PIC 99.

       77  ws-socios-status     PIC XX.
       77  ws-resultado-status  PIC XX.
       77  ws-movsocios-status  PIC XX.
       77  ws-tarifas-status    PIC XX.
       77  w-fin-proceso        PIC X       VALUE "N".
       77  w-cant-negativos     PIC 9(5)    VALUE 0.
       77  w-cant-inactivos     PIC 9(5)    VALUE 0.
       77  w-cant-honorarios    PIC 9(5)    VALUE 0.
       77  w-cant-licencias     PIC 9(5)    VALUE 0.
       77  w-cant-lic-sin-cargo PIC 9(5)    VALUE 0.
       77  w-tarifa-socio       PIC 9(6)V99.
       77  w-cant-errores       PIC 9(5)    VALUE 0.
       77  w-saldo-anterior     PIC S9(6)V99.
       77  w-archivo-ok         PIC X       VALUE "S".
       77  w-clave-ingresada    PIC X(8).
       77  w-login-ok           PIC X       VALUE "N".
       77  w-intentos-login     PIC 9       VALUE 0.
       77  w-operacion-mov      PIC X(5).
       77  ws-convenios-status  PIC XX.
       77  w-hay-convenios      PIC X       VALUE "N".
       77  w-conv-grabado       PIC X.
       77  w-hay-cuota-conv     PIC X.
       77  w-pendiente-conv     PIC 9(6)V99.
       77  w-importe-conv       PIC 9(6)V99.
       77  w-cant-cuotas-conv   PIC 9(5)    VALUE 0.
       77  w-cant-conv-cumplidos PIC 9(5)   VALUE 0.
       77  w-cant-conv-incumplidos PIC 9(5) VALUE 0.
       77  w-total-conv         PIC 9(9)V99 VALUE 0.
       77  w-total-facturado    PIC 9(9)V99 VALUE 0.
       77  ws-comprobantes-status PIC XX.
       77  w-importe-cpb        PIC 9(6)V99.
       77  w-cpb-nro-prox       PIC 9(6).
       77  w-fin-comprobantes   PIC X.
       77  w-cpb-grabado        PIC X.
       77  w-cpb-intentos       PIC 9.

      ******************************************************************
      ****** ROL FAMILIAR E IMPORTE EXTRA, POR CODIGO DE SOCIO *********
               PERFORM 100-PROCESAR-SOCIOS UNTIL w-fin-proceso = "S"
               PERFORM 050-CERRAR-PERIODO
               PERFORM 900-MOSTRAR-RESUMEN
               PERFORM 990-GRABAR-RESULTADO
           END-IF.
           PERFORM 020-CERRAR-ARCHIVO.
           STOP RUN.
                       CLOSE MOVSOCIOS
                   END-IF
               END-IF
               IF w-archivo-ok = "S"
                   PERFORM 016-ABRIR-COMPROBANTES
               END-IF
               IF w-archivo-ok = "S"
                   PERFORM 018-ABRIR-CONVENIOS
               END-IF
               IF w-archivo-ok NOT = "S"
                   MOVE "S" TO w-fin-proceso
                   CLOSE SOCIOS
               MOVE "N" TO w-archivo-ok
           END-IF.

      * Los cargos del mes quedan ademas como comprobantes pendientes
      * de la cuenta corriente del socio.
       016-ABRIR-COMPROBANTES.
           OPEN I-O COMPROBANTES.
           IF ws-comprobantes-status = "35"
               OPEN OUTPUT COMPROBANTES
               CLOSE COMPROBANTES
               OPEN I-O COMPROBANTES
           END-IF.
           IF ws-comprobantes-status NOT = "00"
               DISPLAY "No se pudo abrir el archivo COMPROBANTES. "
                       "Status: " ws-comprobantes-status
               MOVE "N" TO w-archivo-ok
               CLOSE MOVSOCIOS
               CLOSE TARIFAS
           END-IF.

      * Sin tabla de tarifas no se puede facturar: la carga la hace
      * el mantenimiento de tarifas (abm_tarifas).
       017-ABRIR-TARIFAS.
               END-IF
           END-IF.

      * Los convenios de pago son opcionales: sin archivo no hay
      * cuotas de convenio que facturar.
       018-ABRIR-CONVENIOS.
           OPEN I-O CONVENIOS.
           EVALUATE ws-convenios-status
               WHEN "00"
                   MOVE "S" TO w-hay-convenios
               WHEN "35"
                   MOVE "N" TO w-hay-convenios
               WHEN OTHER
                   DISPLAY "No se pudo abrir el archivo CONVENIOS. "
                           "Status: " ws-convenios-status
                   MOVE "N" TO w-archivo-ok
                   CLOSE MOVSOCIOS
                   CLOSE TARIFAS
                   CLOSE COMPROBANTES
           END-EVALUATE.

       020-CERRAR-ARCHIVO.
           IF w-archivo-ok = "S"
               CLOSE SOCIOS
               CLOSE MOVSOCIOS
               CLOSE TARIFAS
               CLOSE COMPROBANTES
               IF w-hay-convenios = "S"
                   CLOSE CONVENIOS
               END-IF
           END-IF.

      ****************** C O N T R O L D E P E R I O D O ***************
           READ SOCIOS INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF SOC-ACTIVO OR SOC-LICENCIA
                               PERFORM 040-SUMAR-TARIFA-ADH
                           END-IF
           END-READ.
                                   soc-categoria " (NO SE SUMA AL "
                                   "TITULAR " grp-titular ")"
                       NOT INVALID KEY
                           IF SOC-LICENCIA
                               MOVE tar-importe-licencia
                                   TO w-tarifa-socio
                           ELSE
                               MOVE tar-importe TO w-tarifa-socio
                           END-IF
                           COMPUTE w-extra-adherente ROUNDED =
                               w-tarifa-socio * (100 - w-bonificacion)
                               / 100
                           ADD w-extra-adherente
                               TO w-flia-extra(grp-titular)
               AT END
                   MOVE "S" TO w-fin-proceso
               NOT AT END
                   IF w-hay-convenios = "S"
                       PERFORM 140-PROCESAR-CONVENIO
                   END-IF
                   EVALUATE TRUE
                       WHEN (SOC-ACTIVO OR SOC-LICENCIA) AND
                            w-flia-rol(soc-cod) = "A"
                           ADD 1 TO w-cant-adherentes
                       WHEN SOC-ACTIVO OR SOC-LICENCIA
                           PERFORM 110-APLICAR-CUOTA
                       WHEN SOC-HONORARIO
                           ADD 1 TO w-cant-honorarios

      * A cada ACTIVO se le aplica la tarifa de su categoria; si la
      * categoria no tiene tarifa cargada el socio queda sin facturar
      * y se informa, para cargar la tarifa y correr de nuevo. El
      * socio de licencia paga el importe de licencia de la tarifa;
      * si es cero (y no tiene adherentes a cargo) no se le factura.
       110-APLICAR-CUOTA.
           MOVE soc-categoria TO tar-categoria.
           READ TARIFAS INVALID KEY
                           PERFORM 112-REPORTAR-SIN-TARIFA
                       NOT INVALID KEY
                           PERFORM 113-ELEGIR-TARIFA
           END-READ.

       113-ELEGIR-TARIFA.
           IF SOC-LICENCIA
               ADD 1 TO w-cant-licencias
               MOVE tar-importe-licencia TO w-tarifa-socio
           ELSE
               MOVE tar-importe TO w-tarifa-socio
           END-IF.
           IF w-tarifa-socio + w-flia-extra(soc-cod) = 0
               ADD 1 TO w-cant-lic-sin-cargo
           ELSE
               PERFORM 114-DEBITAR-CUOTA
           END-IF.

       112-REPORTAR-SIN-TARIFA.
           ADD 1 TO w-cant-sin-tarifa.
           DISPLAY "SIN TARIFA - SOCIO " soc-cod " " soc-nom
       114-DEBITAR-CUOTA.
           MOVE soc-saldo TO w-saldo-anterior.
           COMPUTE w-importe-cuota =
               w-tarifa-socio + w-flia-extra(soc-cod).
           SUBTRACT w-importe-cuota FROM soc-saldo.
           REWRITE soc-reg
               INVALID KEY
                   MOVE w-saldo-anterior TO soc-saldo
               NOT INVALID KEY
                   ADD 1 TO w-cant-procesados
                   ADD w-importe-cuota TO w-total-facturado
                   MOVE "CUOTA" TO w-operacion-mov
                   PERFORM 115-GRABAR-MOVIMIENTO
                   MOVE w-importe-cuota TO w-importe-cpb
                   PERFORM 160-GRABAR-COMPROBANTE
                   IF soc-saldo < 0
                       PERFORM 120-REPORTAR-EXCEPCION
                   END-IF
           MOVE dia              TO mov-dia.
           MOVE w-saldo-anterior TO mov-saldo-ant.
           MOVE soc-saldo        TO mov-saldo-nuevo.
           MOVE w-operacion-mov  TO mov-operacion.
           MOVE "N" TO w-mov-grabado.
           MOVE 0 TO w-mov-intentos.
           PERFORM 118-ESCRIBIR-MOVIMIENTO
           DISPLAY "SALDO NEGATIVO - SOCIO " soc-cod " " soc-nom
                   " SALDO: " soc-saldo.

      ********* C O N V E N I O S  D E  P A G O ***********************

      * Convenio vigente: antes de facturar el mes se mira si la cuota
      * anterior del convenio quedo paga (su comprobante "CCONV" sin
      * nada pendiente; otras deudas del socio no cuentan). Con dos
      * cuotas impagas seguidas el convenio cae; si no, se factura la
      * cuota del periodo como movimiento aparte ("CCONV") con su
      * comprobante. El periodo queda anotado en el
      * convenio, asi una corrida forzada o retomada no lo vuelve a
      * evaluar ni a facturar.
       140-PROCESAR-CONVENIO.
           MOVE soc-cod TO cnv-cod.
           READ CONVENIOS INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CNV-VIGENTE AND
                              cnv-ult-periodo NOT = w-periodo-actual
                               PERFORM 142-EVALUAR-CONVENIO
                           END-IF
           END-READ.

       142-EVALUAR-CONVENIO.
           MOVE "S" TO w-conv-grabado.
           IF cnv-cuotas-fact > 0
               PERFORM 141-BUSCAR-ULTIMA-CUOTA
               IF w-hay-cuota-conv = "S" AND w-pendiente-conv > 0
                   ADD 1 TO cnv-cuotas-impagas
               ELSE
                   MOVE 0 TO cnv-cuotas-impagas
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN cnv-cuotas-impagas >= 2
                   PERFORM 146-CONVENIO-INCUMPLIDO
               WHEN cnv-cuotas-fact < cnv-cant-cuotas
                   PERFORM 144-FACTURAR-CUOTA-CONV
               WHEN cnv-cuotas-impagas = 0
                   MOVE "C" TO cnv-estado
                   ADD 1 TO w-cant-conv-cumplidos
           END-EVALUATE.
           IF w-conv-grabado = "S"
               MOVE w-periodo-actual TO cnv-ult-periodo
               REWRITE cnv-reg INVALID KEY
                               DISPLAY "ERROR GRABANDO EL CONVENIO "
                                       "DEL SOCIO " soc-cod
               END-REWRITE
           END-IF.

      * La ultima cuota facturada es el ultimo comprobante "CCONV" del
      * socio (los numeros de comprobante son correlativos por socio).
       141-BUSCAR-ULTIMA-CUOTA.
           MOVE "N" TO w-hay-cuota-conv.
           MOVE 0 TO w-pendiente-conv.
           MOVE "N" TO w-fin-comprobantes.
           MOVE soc-cod TO cpb-cod.
           MOVE 0 TO cpb-nro.
           START COMPROBANTES KEY IS >= cpb-clave
               INVALID KEY
                   MOVE "S" TO w-fin-comprobantes
           END-START.
           PERFORM 143-LEER-CUOTA-CONV UNTIL w-fin-comprobantes = "S".

       143-LEER-CUOTA-CONV.
           READ COMPROBANTES NEXT RECORD
               AT END
                   MOVE "S" TO w-fin-comprobantes
               NOT AT END
                   IF cpb-cod = soc-cod
                       IF cpb-tipo = "CCONV"
                           MOVE "S" TO w-hay-cuota-conv
                           MOVE cpb-pendiente TO w-pendiente-conv
                       END-IF
                   ELSE
                       MOVE "S" TO w-fin-comprobantes
                   END-IF
           END-READ.

      * La ultima cuota ajusta la diferencia de redondeo contra la
      * deuda congelada.
       144-FACTURAR-CUOTA-CONV.
           IF cnv-cuotas-fact + 1 = cnv-cant-cuotas
               COMPUTE w-importe-conv = cnv-deuda - cnv-total-fact
           ELSE
               MOVE cnv-importe-cuota TO w-importe-conv
           END-IF.
           MOVE "CCONV" TO w-operacion-mov.
           PERFORM 148-DEBITAR-CONVENIO.
           IF w-conv-grabado = "S"
               ADD 1 TO cnv-cuotas-fact
               ADD w-importe-conv TO cnv-total-fact
               ADD 1 TO w-cant-cuotas-conv
               ADD w-importe-conv TO w-total-conv
           END-IF.

      * Convenio caido: lo que faltaba facturar vuelve al saldo del
      * socio ("ICONV") y desde ahi la deuda sigue la intimacion
      * normal.
       146-CONVENIO-INCUMPLIDO.
           COMPUTE w-importe-conv = cnv-deuda - cnv-total-fact.
           IF w-importe-conv > 0
               MOVE "ICONV" TO w-operacion-mov
               PERFORM 148-DEBITAR-CONVENIO
           END-IF.
           IF w-conv-grabado = "S"
               ADD w-importe-conv TO cnv-total-fact
               MOVE "I" TO cnv-estado
               ADD 1 TO w-cant-conv-incumplidos
               DISPLAY "CONVENIO INCUMPLIDO - SOCIO " soc-cod " "
                       soc-nom " (VUELVE A LA INTIMACION)"
           END-IF.

       148-DEBITAR-CONVENIO.
           MOVE soc-saldo TO w-saldo-anterior.
           SUBTRACT w-importe-conv FROM soc-saldo.
           REWRITE soc-reg
               INVALID KEY
                   DISPLAY "ERROR EN LA GRABACION DEL SOCIO " soc-cod
                   ADD 1 TO w-cant-errores
                   MOVE w-saldo-anterior TO soc-saldo
                   MOVE "N" TO w-conv-grabado
               NOT INVALID KEY
                   PERFORM 115-GRABAR-MOVIMIENTO
                   MOVE w-importe-conv TO w-importe-cpb
                   PERFORM 160-GRABAR-COMPROBANTE
           END-REWRITE.

      ********* C O M P R O B A N T E S ********************************

      * Cada cargo queda como comprobante pendiente con su periodo. Si
      * el socio tenia saldo a favor, la parte del cargo que ese saldo
      * ya cubre nace cancelada: lo pendiente es lo que el cargo
      * agrego a la deuda.
       160-GRABAR-COMPROBANTE.
           PERFORM 162-PROXIMO-COMPROBANTE.
           MOVE SPACES           TO cpb-reg.
           MOVE soc-cod          TO cpb-cod.
           MOVE w-operacion-mov  TO cpb-tipo.
           MOVE w-periodo-actual TO cpb-periodo.
           MOVE anio             TO cpb-anio.
           MOVE mes              TO cpb-mes.
           MOVE dia              TO cpb-dia.
           MOVE w-importe-cpb    TO cpb-importe.
           IF w-saldo-anterior > 0
               IF w-saldo-anterior >= w-importe-cpb
                   MOVE 0 TO cpb-pendiente
               ELSE
                   COMPUTE cpb-pendiente =
                       w-importe-cpb - w-saldo-anterior
               END-IF
           ELSE
               MOVE w-importe-cpb TO cpb-pendiente
           END-IF.
           MOVE "N" TO w-cpb-grabado.
           MOVE 0 TO w-cpb-intentos.
           PERFORM 166-ESCRIBIR-COMPROBANTE UNTIL w-cpb-grabado = "S".

       162-PROXIMO-COMPROBANTE.
           MOVE 0 TO w-cpb-nro-prox.
           MOVE "N" TO w-fin-comprobantes.
           MOVE soc-cod TO cpb-cod.
           MOVE 0 TO cpb-nro.
           START COMPROBANTES KEY IS >= cpb-clave
               INVALID KEY
                   MOVE "S" TO w-fin-comprobantes
           END-START.
           PERFORM 164-LEER-COMPROBANTE UNTIL w-fin-comprobantes = "S".

       164-LEER-COMPROBANTE.
           READ COMPROBANTES NEXT RECORD
               AT END
                   MOVE "S" TO w-fin-comprobantes
               NOT AT END
                   IF cpb-cod = soc-cod
                       MOVE cpb-nro TO w-cpb-nro-prox
                   ELSE
                       MOVE "S" TO w-fin-comprobantes
                   END-IF
           END-READ.

       166-ESCRIBIR-COMPROBANTE.
           ADD 1 TO w-cpb-nro-prox.
           MOVE w-cpb-nro-prox TO cpb-nro.
           WRITE cpb-reg
               INVALID KEY
                   ADD 1 TO w-cpb-intentos
                   IF w-cpb-intentos >= 5
                       DISPLAY "ERROR GRABANDO EL COMPROBANTE DEL "
                               "SOCIO " soc-cod
                       MOVE "S" TO w-cpb-grabado
                   END-IF
               NOT INVALID KEY
                   MOVE "S" TO w-cpb-grabado
           END-WRITE.

       900-MOSTRAR-RESUMEN.
           DISPLAY " ".
           DISPLAY "Socios procesados: " w-cant-procesados.
           DISPLAY "Total facturado en cuotas: " w-total-facturado.
           DISPLAY "Socios con error de grabacion: " w-cant-errores.
           DISPLAY "Socios sin tarifa (no facturados): "
                   w-cant-sin-tarifa.
           DISPLAY "Socios con saldo negativo: " w-cant-negativos.
           DISPLAY "Socios inactivos excluidos: " w-cant-inactivos.
           DISPLAY "Socios honorarios excluidos: " w-cant-honorarios.
           DISPLAY "Socios de licencia: " w-cant-licencias
                   " (sin cargo: " w-cant-lic-sin-cargo ")".
           IF w-hay-grupos = "S"
               DISPLAY "Adherentes facturados al titular: "
                       w-cant-adherentes
               DISPLAY "Adherentes sin tarifa (no sumados): "
                       w-cant-adh-sin-tar
           END-IF.
           IF w-hay-convenios = "S"
               DISPLAY "Cuotas de convenio facturadas: "
                       w-cant-cuotas-conv " por " w-total-conv
               DISPLAY "Convenios cumplidos: " w-cant-conv-cumplidos
               DISPLAY "Convenios incumplidos: "
                       w-cant-conv-incumplidos
           END-IF.

      * Deja los totales de la corrida en resultado_paso.dat. El
      * cierre mensual encadenado lo vacia antes de lanzar cada paso:
      * si al terminar no encuentra este registro, da el paso por
      * cortado.
       990-GRABAR-RESULTADO.
           OPEN OUTPUT RESULTADO.
           IF ws-resultado-status NOT = "00"
               DISPLAY "No se pudo grabar el resultado de la corrida. "
                       "Status: " ws-resultado-status
           ELSE
               MOVE SPACES TO res-reg
               MOVE "cuota_mensual" TO res-programa
               MOVE anio TO res-anio
               MOVE mes  TO res-mes
               MOVE w-cant-procesados TO res-procesados
               COMPUTE res-omitidos =
                   w-cant-sin-tarifa + w-cant-inactivos
                   + w-cant-honorarios + w-cant-lic-sin-cargo
               MOVE w-cant-errores TO res-errores
               COMPUTE res-importe =
                   w-total-facturado + w-total-conv
               WRITE res-reg
               CLOSE RESULTADO
           END-IF.

       END PROGRAM YOUR-PROGRAM-NAME.
