      *> Conversion por unica vez de los maestros indexados cuyo
      *> registro se ensancho y que NO reconstruye la carga
      *> nocturna: usuarios (vencimiento de clave, intentos y
      *> bloqueo), facturas-emitidas (CAE, letra, numero fiscal y
      *> condicion, tipo de comprobante y factura de origen de la
      *> nota de debito), notas-emitidas (CAE, letra y condicion
      *> fiscal), depositos (motivo), devoluciones (credito de
      *> 9(5)v99 a 9(6)v99), reservas (pena retenida y senia
      *> devuelta), y alquileres, su historico y cotizaciones
      *> (importe de 9(4)v99 a 9(6)v99, que con los abonos y las
      *> tarifas premium se truncaba). Los comprobantes emitidos
      *> antes del CAE quedan como autorizados sin fecha de CAE:
      *> ni se envian a autorizar ni pasan al extracto contable.
      *> Abrir un maestro viejo con el registro nuevo da fs 39, y
      *> los programas cortan: este utilitario lee cada maestro
      *> con su layout anterior y deja <maestro>-nuevo.dat con el
      *> layout vigente, para renombrar a mano sobre el viejo con el
      *> sistema quieto. Un maestro inexistente (fs 35) se saltea;
      *> uno que ya tiene el layout nuevo da fs 39 aca y tambien
      *> se saltea, asi correrlo dos veces no rompe nada. Los
      *> respaldos fechados viejos (RestaurarMaestros) quedan con
      *> el layout anterior: reconvertir despues de restaurar uno.
      *> El historico de rechazos es de texto y se sigue
      *> extendiendo cada noche, asi que no hay fs 39 que avise:
      *> la linea vieja (57 posiciones) se reconoce por las dos
      *> ultimas posiciones en blanco y se rearma; la que ya tiene
      *> el largo nuevo se copia tal cual, y correrlo dos veces
      *> tampoco rompe nada. Queda en rechazos-historico-nuevo.txt.

       ENVIRONMENT DIVISION.
       configuration section.
           organization is indexed
           access mode is sequential
           record key is fact-nro
           alternate record key is fact-nro-doc with duplicates
           alternate record key is fact-cli-numero
               with duplicates
           file status is fs-emitidas-nuevo.

       select notas-viejo
           assign to disk "..\..\..\Entrada\notas-emitidas.dat"
           organization is indexed
           access mode is sequential
           record key is nev-nro
           file status is fs-notas-viejo.

       select notas-nuevo
           assign to disk
               "..\..\..\Entrada\notas-emitidas-nuevo.dat"
           organization is indexed
           access mode is sequential
           record key is nemi-nro
           file status is fs-notas-nuevo.

       select depositos-viejo
           assign to disk "..\..\..\Entrada\depositos.dat"
           organization is indexed
           record key is res-clave
           file status is fs-reservas-nuevo.

       select alquileres-viejo
           assign to disk "..\..\..\Entrada\alquileres.dat"
           organization is indexed
           access mode is sequential
           record key is alqv-clave
           alternate record key is alqv-chofer with duplicates
           file status is fs-alquileres-viejo.

       select alquileres-nuevo
           assign to disk "..\..\..\Entrada\alquileres-nuevo.dat"
           organization is indexed
           access mode is sequential
           record key is alq-clave
           alternate record key is alq-chofer with duplicates
           file status is fs-alquileres-nuevo.

       select historico-viejo
           assign to disk
               "..\..\..\Salida\alquileres-historico.dat"
           organization is indexed
           access mode is sequential
           record key is histv-clave
           alternate record key is histv-chofer with duplicates
           file status is fs-historico-viejo.

       select historico-nuevo
           assign to disk
               "..\..\..\Salida\alquileres-historico-nuevo.dat"
           organization is indexed
           access mode is sequential
           record key is hist-clave
           alternate record key is hist-chofer with duplicates
           file status is fs-historico-nuevo.

       select cotizaciones-viejo
           assign to disk "..\..\..\Entrada\cotizaciones.dat"
           organization is indexed
           access mode is sequential
           record key is cotv-clave
           file status is fs-cotizaciones-viejo.

       select cotizaciones-nuevo
           assign to disk
               "..\..\..\Entrada\cotizaciones-nuevo.dat"
           organization is indexed
           access mode is sequential
           record key is cot-clave
           file status is fs-cotizaciones-nuevo.

       select rech-historico-viejo
           assign to disk "..\..\..\Salida\rechazos-historico.txt"
           organization is line sequential
           file status is fs-rhist-viejo.

       select rech-historico-nuevo
           assign to disk
               "..\..\..\Salida\rechazos-historico-nuevo.txt"
           organization is line sequential
           file status is fs-rhist-nuevo.

       DATA DIVISION.
       file section.

           03  fev-total           pic 9(7)v99.
           03  fev-pagado          pic 9(7)v99.
           03  fev-estado          pic x.
           03  fev-neto            pic 9(7)v99.
           03  fev-iva             pic 9(7)v99.

       fd emitidas-nuevo
           label record is standard.
           03  fact-estado         pic x.
           03  fact-neto           pic 9(7)v99.
           03  fact-iva            pic 9(7)v99.
           03  fact-cae            pic 9(14).
           03  fact-cae-vto        pic 9(8).  *> AAAAMMDD
           03  fact-cae-estado     pic x.
           03  fact-cae-fecha      pic 9(8).  *> AAAAMMDD
           03  fact-letra          pic x.
           03  fact-nro-fiscal     pic 9(6).
           03  fact-condicion      pic x.
           03  fact-tipo-comp      pic x.
           03  fact-fact-origen    pic 9(6).

       fd notas-viejo
           label record is standard.
       01  rec-notas-viejo.
           03  nev-nro             pic 9(6).
           03  nev-fact-nro        pic 9(6).
           03  nev-fecha           pic 9(8).
           03  nev-nro-doc         pic x(20).
           03  nev-cli-numero      pic x(8).
           03  nev-total           pic 9(7)v99.
           03  nev-neto            pic 9(7)v99.
           03  nev-iva             pic 9(7)v99.

       fd notas-nuevo
           label record is standard.
       01  rec-notas-emitidas.
           03  nemi-nro            pic 9(6).
           03  nemi-fact-nro       pic 9(6).
           03  nemi-fecha          pic 9(8).  *> AAAAMMDD
           03  nemi-nro-doc        pic x(20).
           03  nemi-cli-numero     pic x(8).
           03  nemi-total          pic 9(7)v99.
           03  nemi-neto           pic 9(7)v99.
           03  nemi-iva            pic 9(7)v99.
           03  nemi-cae            pic 9(14).
           03  nemi-cae-vto        pic 9(8).  *> AAAAMMDD
           03  nemi-cae-estado     pic x.
           03  nemi-cae-fecha      pic 9(8).  *> AAAAMMDD
           03  nemi-letra          pic x.
           03  nemi-condicion      pic x.

       fd depositos-viejo
           label record is standard.
           03  devv-observaciones  pic x(30).
           03  devv-dias-atraso    pic 9(3).
           03  devv-recargo        pic 9(5)v99.
           03  devv-dias-anticipo  pic 9(3).
           03  devv-credito        pic 9(5)v99.

       fd devoluciones-nuevo
           label record is standard.
           03  dev-dias-atraso     pic 9(3).
           03  dev-recargo         pic 9(5)v99.
           03  dev-dias-anticipo   pic 9(3).
           03  dev-credito         pic 9(6)v99.

       fd reservas-viejo
           label record is standard.
           03  res-pena-retenida   pic 9(4)v99.
           03  res-senia-devuelta  pic 9(4)v99.

       fd alquileres-viejo
           label record is standard.
       01  rec-alquileres-viejo.
           03  alqv-clave.
               05  alqv-patente    pic x(6).
               05  alqv-fecha      pic 9(8).
           03  alqv-tipo-doc       pic x.
           03  alqv-nro-doc        pic x(20).
           03  alqv-importe        pic 9(4)v99.
           03  alqv-chofer         pic x(7).
           03  alqv-estado         pic x.
           03  alqv-agencia        pic 9.
           03  alqv-cantdias       pic 9(2).
           03  alqv-factura        pic 9(6).
           03  alqv-sucursal       pic 99.
           03  alqv-grupo          pic 9(4).

       fd alquileres-nuevo
           label record is standard.
       01  rec-alquileresmae.
           03  alq-clave.
               05  alq-patente     pic x(6).
               05  alq-fecha       pic 9(8).
           03  alq-tipo-doc        pic x.
           03  alq-nro-doc         pic x(20).
           03  alq-importe         pic 9(6)v99.
           03  alq-chofer          pic x(7).
           03  alq-estado          pic x.
           03  alq-agencia         pic 9.
           03  alq-cantdias        pic 9(2).
           03  alq-factura         pic 9(6).
           03  alq-sucursal        pic 99.
           03  alq-grupo           pic 9(4).

       fd historico-viejo
           label record is standard.
       01  reg-historico-viejo.
           03  histv-clave.
               05  histv-patente   pic x(6).
               05  histv-fecha     pic 9(8).
           03  histv-tipo-doc      pic x.
           03  histv-nro-doc       pic x(20).
           03  histv-importe       pic 9(4)v99.
           03  histv-chofer        pic x(7).
           03  histv-estado        pic x.
           03  histv-agencia       pic 9.
           03  histv-cantdias      pic 9(2).
           03  histv-factura       pic 9(6).
           03  histv-sucursal      pic 99.
           03  histv-grupo         pic 9(4).

       fd historico-nuevo
           label record is standard.
       01  reg-historico.
           03  hist-clave.
               05  hist-patente    pic x(6).
               05  hist-fecha      pic 9(8).
           03  hist-tipo-doc       pic x.
           03  hist-nro-doc        pic x(20).
           03  hist-importe        pic 9(6)v99.
           03  hist-chofer         pic x(7).
           03  hist-estado         pic x.
           03  hist-agencia        pic 9.
           03  hist-cantdias       pic 9(2).
           03  hist-factura        pic 9(6).
           03  hist-sucursal       pic 99.
           03  hist-grupo          pic 9(4).

       fd cotizaciones-viejo
           label record is standard.
       01  rec-cotizaciones-viejo.
           03  cotv-clave.
               05  cotv-patente    pic x(6).
               05  cotv-fecha      pic 9(8).
           03  cotv-nro            pic 9(6).
           03  cotv-cantdias       pic 9(2).
           03  cotv-importe        pic 9(4)v99.
           03  cotv-validez-hasta  pic 9(8).
           03  cotv-estado         pic x.

       fd cotizaciones-nuevo
           label record is standard.
       01  rec-cotizaciones.
           03  cot-clave.
               05  cot-patente     pic x(6).
               05  cot-fecha       pic 9(8).  *> DDMMAAAA
           03  cot-nro             pic 9(6).
           03  cot-cantdias        pic 9(2).
           03  cot-importe         pic 9(6)v99.
           03  cot-validez-hasta   pic 9(8).  *> AAAAMMDD
           03  cot-estado          pic x.

      *> Linea vieja: el importe ocupaba 6 posiciones y el motivo
      *> cerraba en la 57; rhv-cola en blanco la delata. La
      *> agencia del final (rhv-agencia) viaja tal cual en las
      *> lineas que ya tienen el largo nuevo.
       fd rech-historico-viejo
           label record is standard.
       01  reg-rhist-viejo.
           03  rhv-comun           pic x(48).
           03  rhv-importe         pic 9(4)v99.
           03  filler              pic x.
           03  rhv-motivo          pic 99.
           03  rhv-cola            pic x(2).
           03  rhv-agencia         pic x(2).

       fd rech-historico-nuevo
           label record is standard.
       01  reg-rech-historico.
           03  rhist-comun         pic x(48).
           03  rhist-importe       pic 9(6)v99.
           03  filler              pic x.
           03  rhist-motivo        pic 99.
           03  filler              pic x.
           03  rhist-agencia       pic x.

       working-storage section.
       01 fs-usuarios-viejo    pic xx.
           88 ok-usv                   value "00".
       01 fs-emitidas-nuevo    pic xx.
           88 ok-fen                   value "00".

       01 fs-notas-viejo       pic xx.
           88 ok-nev                   value "00".
           88 eof-nev                  value "10".
       01 fs-notas-nuevo       pic xx.
           88 ok-nen                   value "00".

       01 fs-depositos-viejo   pic xx.
           88 ok-depv                  value "00".
           88 eof-depv                 value "10".
       01 fs-reservas-nuevo    pic xx.
           88 ok-resn                  value "00".

       01 fs-alquileres-viejo  pic xx.
           88 ok-alqv                  value "00".
           88 eof-alqv                 value "10".
       01 fs-alquileres-nuevo  pic xx.
           88 ok-alqn                  value "00".

       01 fs-historico-viejo   pic xx.
           88 ok-histv                 value "00".
           88 eof-histv                value "10".
       01 fs-historico-nuevo   pic xx.
           88 ok-histn                 value "00".

       01 fs-cotizaciones-viejo pic xx.
           88 ok-cotv                  value "00".
           88 eof-cotv                 value "10".
       01 fs-cotizaciones-nuevo pic xx.
           88 ok-cotn                  value "00".

       01 fs-rhist-viejo       pic xx.
           88 ok-rhv                   value "00".
           88 eof-rhv                  value "10".
       01 fs-rhist-nuevo       pic xx.
           88 ok-rhn                   value "00".

       77 ws-exit               pic x.
       01 fecha-hoy             pic 9(8).
       77 cant-usuarios         pic 9(7)    value zeroes.
       77 cant-emitidas         pic 9(7)    value zeroes.
       77 cant-notas            pic 9(7)    value zeroes.
       77 cant-depositos        pic 9(7)    value zeroes.
       77 cant-devoluciones     pic 9(7)    value zeroes.
       77 cant-reservas         pic 9(7)    value zeroes.
       77 cant-alquileres       pic 9(7)    value zeroes.
       77 cant-historico        pic 9(7)    value zeroes.
       77 cant-cotizaciones     pic 9(7)    value zeroes.
       77 cant-rhist-rearmados  pic 9(7)    value zeroes.
       77 cant-rhist-copiados   pic 9(7)    value zeroes.
       77 cant-errores          pic 9(3)    value zeroes.

       PROCEDURE DIVISION.
           move function current-date(1:8) to fecha-hoy.
           perform convertir-usuarios.
           perform convertir-emitidas.
           perform convertir-notas.
           perform convertir-depositos.
           perform convertir-devoluciones.
           perform convertir-reservas.
           perform convertir-alquileres.
           perform convertir-historico.
           perform convertir-cotizaciones.
           perform convertir-rech-historico.
           display "CONVERSION TERMINADA. Renombrar cada "
               "*-nuevo.dat sobre su maestro.".
           if cant-errores > zeroes
      *> *
      *> FACTURAS EMITIDAS
      *>
      *> Todo lo emitido hasta la conversion son facturas: las
      *> notas de debito por intereses (InteresesMora) nacen con
      *> el layout nuevo. Son comprobantes anteriores al CAE y al
      *> maestro fiscal: quedan sin CAE, en estado "A" con fecha de
      *> CAE en cero (AutorizarComprobantes no los vuelve a enviar
      *> y ExtractoContable no los reexporta), y sin letra, numero
      *> fiscal ni condicion, como los lista el libro de IVA.
       convertir-emitidas.
           open input emitidas-viejo.
           evaluate true
               move fev-total to fact-total
               move fev-pagado to fact-pagado
               move fev-estado to fact-estado
               move fev-neto to fact-neto
               move fev-iva to fact-iva
               move zeroes to fact-cae
               move zeroes to fact-cae-vto
               move "A" to fact-cae-estado
               move zeroes to fact-cae-fecha
               move spaces to fact-letra
               move zeroes to fact-nro-fiscal
               move spaces to fact-condicion
               move "F" to fact-tipo-comp
               move zeroes to fact-fact-origen
               write rec-fact-emitidas
               if ok-fen
                   add 1 to cant-emitidas
           end-if.
           perform leer-emitida-vieja.

      *> *
      *> NOTAS DE CREDITO EMITIDAS
      *>
      *> Igual que las facturas: sin CAE (estado "A", fecha en
      *> cero), sin letra ni condicion.
       convertir-notas.
           open input notas-viejo.
           evaluate true
               when ok-nev
                   open output notas-nuevo
                   if not ok-nen
                       display "Error al crear notas nuevo fs: "
                         fs-notas-nuevo
                       add 1 to cant-errores
                       close notas-viejo
                   else
                       perform leer-nota-vieja
                       perform pasar-nota until eof-nev
                       close notas-viejo
                       close notas-nuevo
                       display "NOTAS CONVERTIDAS:        "
                           cant-notas
                   end-if
               when fs-notas-viejo = "35"
                   display "notas-emitidas.dat no existe, nada "
                       "que convertir."
               when other
                   display "notas-emitidas.dat no se pudo leer "
                       "con el layout anterior (ya convertido?) "
                       "fs: " fs-notas-viejo
           end-evaluate.

       leer-nota-vieja.
           read notas-viejo
               at end continue
           end-read.

       pasar-nota.
           if ok-nev
               move nev-nro to nemi-nro
               move nev-fact-nro to nemi-fact-nro
               move nev-fecha to nemi-fecha
               move nev-nro-doc to nemi-nro-doc
               move nev-cli-numero to nemi-cli-numero
               move nev-total to nemi-total
               move nev-neto to nemi-neto
               move nev-iva to nemi-iva
               move zeroes to nemi-cae
               move zeroes to nemi-cae-vto
               move "A" to nemi-cae-estado
               move zeroes to nemi-cae-fecha
               move spaces to nemi-letra
               move spaces to nemi-condicion
               write rec-notas-emitidas
               if ok-nen
                   add 1 to cant-notas
               else
                   display "Error al grabar nota " nev-nro
                       " fs: " fs-notas-nuevo
                   add 1 to cant-errores
               end-if
           end-if.
           perform leer-nota-vieja.

      *> *
      *> DEPOSITOS
      *>
               move devv-observaciones to dev-observaciones
               move devv-dias-atraso to dev-dias-atraso
               move devv-recargo to dev-recargo
               move devv-dias-anticipo to dev-dias-anticipo
               move devv-credito to dev-credito
               write rec-devoluciones
               if ok-devn
                   add 1 to cant-devoluciones
               end-if
           end-if.
           perform leer-reserva-vieja.

      *> *
      *> ALQUILERES
      *>
      *> Solo cambia el ancho del importe; el valor no se toca.
       convertir-alquileres.
           open input alquileres-viejo.
           evaluate true
               when ok-alqv
                   open output alquileres-nuevo
                   if not ok-alqn
                       display "Error al crear alquileres nuevo fs: "
                         fs-alquileres-nuevo
                       add 1 to cant-errores
                       close alquileres-viejo
                   else
                       perform leer-alquiler-viejo
                       perform pasar-alquiler until eof-alqv
                       close alquileres-viejo
                       close alquileres-nuevo
                       display "ALQUILERES CONVERTIDOS:   "
                           cant-alquileres
                   end-if
               when fs-alquileres-viejo = "35"
                   display "alquileres.dat no existe, nada que "
                       "convertir."
               when other
                   display "alquileres.dat no se pudo leer con el "
                       "layout anterior (ya convertido?) fs: "
                       fs-alquileres-viejo
           end-evaluate.

       leer-alquiler-viejo.
           read alquileres-viejo
               at end continue
           end-read.

       pasar-alquiler.
           if ok-alqv
               move alqv-clave to alq-clave
               move alqv-tipo-doc to alq-tipo-doc
               move alqv-nro-doc to alq-nro-doc
               move alqv-importe to alq-importe
               move alqv-chofer to alq-chofer
               move alqv-estado to alq-estado
               move alqv-agencia to alq-agencia
               move alqv-cantdias to alq-cantdias
               move alqv-factura to alq-factura
               move alqv-sucursal to alq-sucursal
               move alqv-grupo to alq-grupo
               write rec-alquileresmae
               if ok-alqn
                   add 1 to cant-alquileres
               else
                   display "Error al grabar alquiler " alqv-patente
                       " fs: " fs-alquileres-nuevo
                   add 1 to cant-errores
               end-if
           end-if.
           perform leer-alquiler-viejo.

      *> *
      *> HISTORICO DE ALQUILERES
      *>
       convertir-historico.
           open input historico-viejo.
           evaluate true
               when ok-histv
                   open output historico-nuevo
                   if not ok-histn
                       display "Error al crear historico nuevo fs: "
                         fs-historico-nuevo
                       add 1 to cant-errores
                       close historico-viejo
                   else
                       perform leer-historico-viejo
                       perform pasar-historico until eof-histv
                       close historico-viejo
                       close historico-nuevo
                       display "HISTORICO CONVERTIDO:     "
                           cant-historico
                   end-if
               when fs-historico-viejo = "35"
                   display "alquileres-historico.dat no existe, "
                       "nada que convertir."
               when other
                   display "alquileres-historico.dat no se pudo "
                       "leer con el layout anterior (ya "
                       "convertido?) fs: " fs-historico-viejo
           end-evaluate.

       leer-historico-viejo.
           read historico-viejo
               at end continue
           end-read.

       pasar-historico.
           if ok-histv
               move histv-clave to hist-clave
               move histv-tipo-doc to hist-tipo-doc
               move histv-nro-doc to hist-nro-doc
               move histv-importe to hist-importe
               move histv-chofer to hist-chofer
               move histv-estado to hist-estado
               move histv-agencia to hist-agencia
               move histv-cantdias to hist-cantdias
               move histv-factura to hist-factura
               move histv-sucursal to hist-sucursal
               move histv-grupo to hist-grupo
               write reg-historico
               if ok-histn
                   add 1 to cant-historico
               else
                   display "Error al grabar historico "
                       histv-patente " fs: " fs-historico-nuevo
                   add 1 to cant-errores
               end-if
           end-if.
           perform leer-historico-viejo.

      *> *
      *> COTIZACIONES
      *>
       convertir-cotizaciones.
           open input cotizaciones-viejo.
           evaluate true
               when ok-cotv
                   open output cotizaciones-nuevo
                   if not ok-cotn
                       display "Error al crear cotizaciones nuevo "
                           "fs: " fs-cotizaciones-nuevo
                       add 1 to cant-errores
                       close cotizaciones-viejo
                   else
                       perform leer-cotizacion-vieja
                       perform pasar-cotizacion until eof-cotv
                       close cotizaciones-viejo
                       close cotizaciones-nuevo
                       display "COTIZACIONES CONVERTIDAS: "
                           cant-cotizaciones
                   end-if
               when fs-cotizaciones-viejo = "35"
                   display "cotizaciones.dat no existe, nada que "
                       "convertir."
               when other
                   display "cotizaciones.dat no se pudo leer con "
                       "el layout anterior (ya convertido?) fs: "
                       fs-cotizaciones-viejo
           end-evaluate.

       leer-cotizacion-vieja.
           read cotizaciones-viejo
               at end continue
           end-read.

       pasar-cotizacion.
           if ok-cotv
               move cotv-clave to cot-clave
               move cotv-nro to cot-nro
               move cotv-cantdias to cot-cantdias
               move cotv-importe to cot-importe
               move cotv-validez-hasta to cot-validez-hasta
               move cotv-estado to cot-estado
               write rec-cotizaciones
               if ok-cotn
                   add 1 to cant-cotizaciones
               else
                   display "Error al grabar cotizacion "
                       cotv-patente " fs: " fs-cotizaciones-nuevo
                   add 1 to cant-errores
               end-if
           end-if.
           perform leer-cotizacion-vieja.

      *> *
      *> HISTORICO DE RECHAZOS
      *>
       convertir-rech-historico.
           open input rech-historico-viejo.
           evaluate true
               when ok-rhv
                   open output rech-historico-nuevo
                   if not ok-rhn
                       display "Error al crear historico de "
                           "rechazos nuevo fs: " fs-rhist-nuevo
                       add 1 to cant-errores
                       close rech-historico-viejo
                   else
                       perform leer-rech-historico-viejo
                       perform pasar-rech-historico until eof-rhv
                       close rech-historico-viejo
                       close rech-historico-nuevo
                       display "RECHAZOS REARMADOS:       "
                           cant-rhist-rearmados
                       display "RECHAZOS YA CONVERTIDOS:  "
                           cant-rhist-copiados
                   end-if
               when fs-rhist-viejo = "35"
                   display "rechazos-historico.txt no existe, nada "
                       "que convertir."
               when other
                   display "Error al abrir rechazos-historico.txt "
                       "fs: " fs-rhist-viejo
                   add 1 to cant-errores
           end-evaluate.

       leer-rech-historico-viejo.
           move spaces to reg-rhist-viejo.
           read rech-historico-viejo
               at end continue
           end-read.

       pasar-rech-historico.
           if ok-rhv
               if rhv-cola = spaces
                   move spaces to reg-rech-historico
                   move rhv-comun to rhist-comun
                   move rhv-importe to rhist-importe
                   move rhv-motivo to rhist-motivo
                   add 1 to cant-rhist-rearmados
               else
                   move reg-rhist-viejo to reg-rech-historico
                   add 1 to cant-rhist-copiados
               end-if
               write reg-rech-historico
               if not ok-rhn
                   display "Error al grabar historico de rechazos "
                       "fs: " fs-rhist-nuevo
                   add 1 to cant-errores
               end-if
           end-if.
           perform leer-rech-historico-viejo.
