      *> Layout del lote del ultimo ajuste salarial aplicado
      *> (ajuste_salarial_lote.dat): un renglon por empleado con el
      *> salario que tenia y el que le dejo AjusteSalarial, para que
      *> el calculo de retroactivo sepa de donde a donde se movio el
      *> sueldo sin tener que leerlo del historial de cambios, que es
      *> texto libre. Cada aplicacion reescribe el lote completo.
       01  Registro-Ajuste-Lote.
           05 Ajl-Emp-ID              PIC 9(6).
           05 Ajl-Salario-Anterior    PIC 9(7)V99.
           05 Ajl-Salario-Nuevo       PIC 9(7)V99.
           05 Ajl-Fecha-Aplicado      PIC 9(8).
